       01  SCAN-EVENT-RECORD.
           05  SE-IMB-TRACKING-CODE    PIC X(20).
           05  SE-ROUTING-CODE         PIC X(11).
           05  SE-SCAN-DATE            PIC 9(6).
           05  SE-SCAN-TIME            PIC 9(6).
           05  SE-OPERATION-CODE       PIC X(3).
           05  SE-FACILITY-ZIP         PIC X(5).
           05  SE-EVENT-TYPE           PIC X.
               88  SE-DELIVERY-SCAN            VALUE 'D'.
               88  SE-PROCESSING-SCAN          VALUE 'P'.
