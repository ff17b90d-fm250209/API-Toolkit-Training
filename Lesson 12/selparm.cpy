               88  SP-SEX-CARD                 VALUE 'SEX'.
               88  SP-SIGNAMT-CARD             VALUE 'SIGNAMT'.
               88  SP-BALANCE-CARD             VALUE 'BALANCE'.
               88  SP-CAMPTYPE-CARD            VALUE 'CAMPTYPE'.
           05  SP-VALUE                PIC X(40).
           05  SP-SIGNAMT-RANGE REDEFINES SP-VALUE.
               10  SP-SIGNAMT-FROM     PIC 9(3)V99.
