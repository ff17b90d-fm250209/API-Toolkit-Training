       01  DNM-EXPIRY-PARM-CARD.
           05  DX-DAYS-AHEAD           PIC X(3).
