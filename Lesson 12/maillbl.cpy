           05  LBL-ZIP-CODE            PIC +99999.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  LBL-AMT                 PIC -999.9(2).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  LBL-POSTAL-CODE         PIC X(10).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  LBL-COUNTRY-NAME        PIC X(20).
           05  FILLER                  PIC X(18)   VALUE SPACES.
