       01  ERASURE-REQUEST.
           05  ER-REQUEST-ID           PIC X(8).
           05  ER-REQUEST-DATE         PIC 9(6).
           05  ER-LAST-NAME            PIC X(15).
           05  ER-FIRST-NAME           PIC X(8).
           05  ER-SCOPE-ZIP            PIC X(5).
           05  ER-SCOPE-COMPANY        PIC X(30).
           05  FILLER                  PIC X(8).
