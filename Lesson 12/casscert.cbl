      *>                    statement PRESORT prices at the end of
      *>                    the mail run; every step other than
      *>                    PRESORT writes it as zero.
      *>   10/15/2026  DK   Foreign addresses (COUNTRY-CODE not US or
      *>                    blank) are no longer extracted - CASS
      *>                    certifies US addresses only, and a zero
      *>                    ZIP sent to the vendor comes back as a
      *>                    bogus correction. They are counted and
      *>                    reported as skipped; the run-control
      *>                    record still counts the whole master.
      *>***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CASSCERT.
               88  END-OF-MAILING-FILE              VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ          PIC 9(7)    VALUE ZERO COMP.
           05  WS-RECORDS-EXTRACTED     PIC 9(7)    VALUE ZERO COMP.
           05  WS-FOREIGN-SKIPPED       PIC 9(7)    VALUE ZERO COMP.

       01  WS-RUN-CONTROL-TOTALS.
           05  WS-BALANCE-HASH          PIC S9(13)V99
      *> 2000-EXTRACT-MAILING-FILE - STAGE ONE ZIP EXTRACT RECORD.
      *>***************************************************************
       2000-EXTRACT-MAILING-FILE.
           ADD 1 TO WS-RECORDS-READ
           ADD ACCOUNT-BALANCE TO WS-BALANCE-HASH
               ON SIZE ERROR
                   CONTINUE
           END-ADD
           IF DOMESTIC-ADDRESS
               PERFORM 2050-STAGE-EXTRACT-RECORD THRU 2050-EXIT
           ELSE
               ADD 1 TO WS-FOREIGN-SKIPPED
           END-IF
           PERFORM 2100-READ-MAILING-FILE THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2050-STAGE-EXTRACT-RECORD.
           MOVE COMPANY-NAME   TO CX-COMPANY-NAME
           MOVE ZIP            TO CX-ZIP
           MOVE ZIP-PLUS-9     TO CX-ZIP-PLUS-9
           WRITE CASS-EXTRACT-RECORD
           ADD 1 TO WS-RECORDS-EXTRACTED.
       2050-EXIT.
           EXIT.

       2100-READ-MAILING-FILE.
                 CASS-EXTRACT-FILE
           DISPLAY 'CASSCERT - RECORDS EXTRACTED: '
                    WS-RECORDS-EXTRACTED
           DISPLAY 'CASSCERT - FOREIGN ADDRESSES SKIPPED: '
                    WS-FOREIGN-SKIPPED

           PERFORM 9500-WRITE-RUN-CONTROL THRU 9500-EXIT.

           MOVE 'CASSCERT'   TO RC-PROGRAM-ID
           ACCEPT RC-DATE FROM DATE
           ACCEPT RC-TIME FROM TIME
           MOVE WS-RECORDS-READ TO RC-RECORDS-READ
           MOVE WS-RECORDS-EXTRACTED TO RC-RECORDS-WRITTEN
           MOVE ZERO TO RC-RECORDS-REJECTED
           MOVE WS-RECORDS-READ TO RC-MASTER-COUNT
           MOVE WS-BALANCE-HASH TO RC-BALANCE-HASH
           MOVE ZERO TO RC-POSTAGE-COST
           WRITE RUN-CONTROL-RECORD
