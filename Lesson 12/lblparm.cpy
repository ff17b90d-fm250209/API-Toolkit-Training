           05  LP-KEYWORD              PIC X(8).
               88  LP-FORMAT-CARD              VALUE 'FORMAT'.
               88  LP-ATTN-CARD                VALUE 'ATTN'.
               88  LP-CAMPTYPE-CARD            VALUE 'CAMPTYPE'.
           05  LP-VALUE                PIC X(40).
