       01  DO-NOT-MAIL-RECORD.
           05  DN-KEY.
               10  DN-ZIP              PIC 9(5).
               10  DN-COMPANY-NAME     PIC X(30).
           05  DN-SCOPE                PIC X.
               88  DN-SCOPE-ALL-MAIL           VALUE 'A'.
               88  DN-SCOPE-CAMPAIGN-TYPES     VALUE 'T'.
           05  DN-CAMPAIGN-TYPE        PIC X(8)
                                       OCCURS 4 TIMES.
           05  DN-REASON               PIC X(20).
           05  DN-REQUESTED-DATE       PIC 9(6).
           05  DN-EXPIRY-DATE          PIC 9(6).
           05  DN-CHANGED-DATE         PIC 9(6).
