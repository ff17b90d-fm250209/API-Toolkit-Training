                                        VALUE 'THIS IS A STRING'.
           05  STATE                   PIC XX.
               88  STATE-VALID   VALUES 'ko', 'oh', 'hi'.
               88  PROVINCE-VALID VALUES 'AB', 'BC', 'MB', 'NB',
                                         'NL', 'NS', 'NT', 'NU',
                                         'ON', 'PE', 'QC', 'SK',
                                         'YT'.
           05  NUM                     PIC 9.
               88  PRE-SCHOOL   VALUE 0 THROUGH 4.
           05  SIGNED-AMT              PIC S9(3)V9(2).
           05  RESPONSE-COUNT          PIC 9(3).
           05  LAST-RESPONSE-DATE      PIC 9(6).
           05  RESPONSE-TOTAL          PIC S9(7)V99 COMP-3.
           05  COUNTRY-CODE            PIC XX.
               88  DOMESTIC-ADDRESS            VALUES 'US', '  '.
               88  CANADIAN-ADDRESS            VALUE 'CA'.
           05  POSTAL-CODE             PIC X(10).
