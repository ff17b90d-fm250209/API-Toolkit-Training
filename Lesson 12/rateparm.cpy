           05  PR-5DIGIT-RATE          PIC 9V9(3).
           05  PR-3DIGIT-RATE          PIC 9V9(3).
           05  PR-RESIDUAL-RATE        PIC 9V9(3).
           05  PR-INTL-RATE            PIC 9V9(3).
