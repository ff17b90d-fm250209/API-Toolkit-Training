       01  TERRITORY-RECORD.
           05  TR-ZIP-LOW              PIC 9(5).
           05  TR-ZIP-HIGH             PIC 9(5).
           05  TR-TERRITORY-CODE       PIC X(4).
           05  TR-REP-NAME             PIC X(25).
           05  TR-EFFECTIVE-DATE       PIC 9(6).
