       01  STATEMENT-PARM-CARD.
           05  SP-KEYWORD              PIC X(8).
               88  SP-PERIOD-CARD              VALUE 'PERIOD'.
           05  SP-VALUE                PIC X(40).
           05  SP-DATE-RANGE REDEFINES SP-VALUE.
               10  SP-FROM-DATE        PIC 9(6).
               10  SP-THRU-DATE        PIC 9(6).
               10  FILLER              PIC X(28).
