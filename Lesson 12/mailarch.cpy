       01  ARCHIVE-RECORD.
           05  ARC-PURGE-DATE          PIC 9(6).
           05  ARC-RECORD-IMAGE        PIC X(421).
