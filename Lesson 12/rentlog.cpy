       01  RENTAL-LOG-RECORD.
           05  RL-RECORD-TYPE          PIC X.
               88  RL-RENTAL-ENTRY             VALUE 'R'.
               88  RL-SEED-ENTRY               VALUE 'S'.
           05  RL-RENTAL-NUMBER        PIC 9(4).
           05  RL-RENTAL-ID            PIC X(8).
           05  RL-RENTER-CODE          PIC X(6).
           05  RL-RENTAL-DATE          PIC 9(6).
           05  RL-DETAIL               PIC X(60).
           05  RL-RENTAL-DETAIL REDEFINES RL-DETAIL.
               10  RL-RENTER-NAME      PIC X(30).
               10  RL-SUBSET-EXPORTED  PIC 9(7).
               10  RL-SEEDS-INSERTED   PIC 9(3).
               10  RL-FIELD-COUNT      PIC 9(2).
               10  FILLER              PIC X(18).
           05  RL-SEED-DETAIL REDEFINES RL-DETAIL.
               10  RL-SEED-ID          PIC X(4).
               10  RL-SEED-CODE        PIC X(5).
               10  RL-SEED-COMPANY     PIC X(30).
               10  RL-SEED-ZIP         PIC 9(5).
               10  FILLER              PIC X(16).
