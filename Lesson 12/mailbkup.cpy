               88  BK-HEADER-RECORD            VALUE 'H'.
               88  BK-DATA-RECORD              VALUE 'D'.
               88  BK-TRAILER-RECORD           VALUE 'T'.
           05  BK-DATA                 PIC X(421).
           05  BK-HEADER REDEFINES BK-DATA.
               10  BK-UNLOAD-DATE      PIC 9(6).
               10  BK-UNLOAD-TIME      PIC 9(8).
               10  FILLER              PIC X(407).
           05  BK-TRAILER REDEFINES BK-DATA.
               10  BK-RECORD-COUNT     PIC 9(7).
               10  FILLER              PIC X(414).
