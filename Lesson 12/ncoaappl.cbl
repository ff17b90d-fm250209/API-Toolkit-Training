      *>
      *> MODIFICATION HISTORY
      *>   09/02/2026  DK   Original move-update write-back.
      *>   10/15/2026  DK   A move that changes ZIP left MAILHIST,
      *>                    response transactions and nixie returns
      *>                    keyed under the old ZIP. Each key change
      *>                    applied in 2520 now writes an old-key/
      *>                    new-key entry to the permanent key
      *>                    cross-reference file (keyxref.cpy),
      *>                    stamped with the run date now taken at
      *>                    initialization.
      *>   10/15/2026  DK   A ZIP key change left the company's
      *>                    do-not-mail registration (dnmreg.cpy)
      *>                    under the old key, so MAILSEL and
      *>                    MAILLABL mailed it again. 2540 now moves
      *>                    the registration to the new key.
      *>   10/15/2026  DK   NCOAEXT extracts domestic addresses only,
      *>                    so the ZIP-00000 foreign records at the
      *>                    head of the master threw the lockstep
      *>                    match out of step for the whole run.
      *>                    2100 now reads past every record that is
      *>                    not DOMESTIC-ADDRESS, the same filter the
      *>                    extract uses.
      *>***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     NCOAAPPL.
           SELECT AUDIT-FILE        ASSIGN TO MAILAUDT
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL KEY-XREF-FILE ASSIGN TO KEYXREF
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL DO-NOT-MAIL-FILE ASSIGN TO DNMREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DN-KEY
               FILE STATUS IS WS-DNM-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.

           LABEL RECORDS ARE STANDARD.
           COPY "mailaudt.cpy".

       FD  KEY-XREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "keyxref.cpy".

       FD  DO-NOT-MAIL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "dnmreg.cpy".

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01  WS-MAILING-FILE-STATUS       PIC XX      VALUE '00'.
       01  WS-DNM-FILE-STATUS           PIC XX      VALUE '00'.

       01  WS-SWITCHES.
           05  WS-MASTER-EOF-SWITCH     PIC X       VALUE 'N'.
           05  WS-RECORDS-MOVED         PIC 9(7)    VALUE ZERO COMP.
           05  WS-RECORDS-UNMOVED       PIC 9(7)    VALUE ZERO COMP.
           05  WS-RECORDS-MISMATCHED    PIC 9(7)    VALUE ZERO COMP.
           05  WS-FOREIGN-SKIPPED       PIC 9(7)    VALUE ZERO COMP.
           05  WS-DNM-MOVED             PIC 9(7)    VALUE ZERO COMP.

       01  WS-OLD-ADDRESS-FIELDS.
           05  WS-OLD-ZIP               PIC 9(5).
           05  WS-OLD-CITY              PIC X(15).
           05  WS-OLD-STATE             PIC XX.

       01  WS-RUN-DATE                  PIC 9(6).
       01  WS-DNM-SAVED-RECORD          PIC X(106).

       01  WS-RUN-CONTROL-TOTALS.
           05  WS-MASTER-COUNT          PIC 9(7)    VALUE ZERO COMP.
           05  WS-BALANCE-HASH          PIC S9(13)V99
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE

           OPEN I-O    MAILING-FILE
                INPUT  NCOA-RESPONSE-FILE
                OUTPUT NCOA-PENDING-FILE
                EXTEND AUDIT-FILE
                EXTEND KEY-XREF-FILE
                I-O    DO-NOT-MAIL-FILE

           IF WS-MAILING-FILE-STATUS NOT = '00'
               DISPLAY 'NCOAAPPL - MAILING-FILE OPEN FAILED, STATUS: '
               STOP RUN
           END-IF

           IF WS-DNM-FILE-STATUS NOT = '00'
           AND WS-DNM-FILE-STATUS NOT = '05'
               DISPLAY 'NCOAAPPL - DO-NOT-MAIL-FILE OPEN FAILED, '
                       'STATUS: ' WS-DNM-FILE-STATUS
               STOP RUN
           END-IF

           PERFORM 2100-READ-MASTER-FILE THRU 2100-EXIT
           PERFORM 2200-READ-RESPONSE-FILE THRU 2200-EXIT.
       1000-EXIT.
       2000-EXIT.
           EXIT.

      *>***************************************************************
      *> 2100-READ-MASTER-FILE - NEXT DOMESTIC MASTER RECORD. NCOAEXT
      *>     STAGED DOMESTIC ADDRESSES ONLY, SO FOREIGN RECORDS ARE
      *>     PASSED OVER HERE TO KEEP THE MASTER IN STEP WITH THE
      *>     RESPONSE FILE.
      *>***************************************************************
       2100-READ-MASTER-FILE.
           PERFORM 2110-READ-NEXT-MASTER THRU 2110-EXIT
           PERFORM 2110-READ-NEXT-MASTER THRU 2110-EXIT
               UNTIL END-OF-MASTER-FILE
                  OR DOMESTIC-ADDRESS.

       2100-EXIT.
           EXIT.

       2110-READ-NEXT-MASTER.
           READ MAILING-FILE NEXT
               AT END
                   SET END-OF-MASTER-FILE TO TRUE
               NOT AT END
                   IF NOT DOMESTIC-ADDRESS
                       ADD 1 TO WS-FOREIGN-SKIPPED
                   END-IF
           END-READ.

       2110-EXIT.
           EXIT.

       2200-READ-RESPONSE-FILE.
                       INVALID KEY
                           DISPLAY 'NCOAAPPL - WRITE FAILED FOR: '
                                    COMPANY-NAME
                       NOT INVALID KEY
                           PERFORM 2530-WRITE-KEY-XREF THRU 2530-EXIT
                   END-WRITE
                   PERFORM 2450-WRITE-ZIP-CHANGE-AUDIT THRU 2450-EXIT
                   PERFORM 2400-WRITE-ADDRESS-AUDIT-RECORDS
       2520-EXIT.
           EXIT.

      *>***************************************************************
      *> 2530-WRITE-KEY-XREF - RECORD THE OLD KEY AGAINST THE NEW ONE
      *>     ON THE PERMANENT KEY CROSS-REFERENCE FILE SO HISTORY,
      *>     RESPONSES AND RETURNS STILL KEYED UNDER THE OLD ZIP CAN
      *>     FIND THE COMPANY.
      *>***************************************************************
       2530-WRITE-KEY-XREF.
           MOVE NP-OLD-ZIP          TO KX-OLD-ZIP
           MOVE NP-OLD-COMPANY-NAME TO KX-OLD-COMPANY-NAME
           MOVE ZIP                 TO KX-NEW-ZIP
           MOVE COMPANY-NAME        TO KX-NEW-COMPANY-NAME
           MOVE WS-RUN-DATE         TO KX-CHANGE-DATE
           MOVE 'NCOAAPPL'          TO KX-PROGRAM-ID
           WRITE KEY-XREF-RECORD

           PERFORM 2540-MOVE-DO-NOT-MAIL THRU 2540-EXIT.

       2530-EXIT.
           EXIT.

      *>***************************************************************
      *> 2540-MOVE-DO-NOT-MAIL - A DO-NOT-MAIL REGISTRATION FOLLOWS
      *>     THE COMPANY TO ITS NEW KEY SO MAILSEL, MAILLABL AND
      *>     MAILINQ, WHICH READ THE REGISTRY BY THE CURRENT KEY,
      *>     STILL FIND IT. AN ENTRY ALREADY UNDER THE NEW KEY IS
      *>     KEPT AND THE OLD ONE IS SIMPLY RETIRED.
      *>***************************************************************
       2540-MOVE-DO-NOT-MAIL.
           MOVE KX-OLD-ZIP          TO DN-ZIP
           MOVE KX-OLD-COMPANY-NAME TO DN-COMPANY-NAME
           READ DO-NOT-MAIL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DO-NOT-MAIL-RECORD  TO WS-DNM-SAVED-RECORD
                   MOVE KX-NEW-ZIP          TO DN-ZIP
                   MOVE KX-NEW-COMPANY-NAME TO DN-COMPANY-NAME
                   MOVE WS-RUN-DATE         TO DN-CHANGED-DATE
                   WRITE DO-NOT-MAIL-RECORD
                       INVALID KEY
                           DISPLAY 'NCOAAPPL - DO-NOT-MAIL ALREADY ON '
                                   'NEW KEY, KEPT: ' KX-NEW-COMPANY-NAME
                       NOT INVALID KEY
                           ADD 1 TO WS-DNM-MOVED
                   END-WRITE
                   MOVE WS-DNM-SAVED-RECORD TO DO-NOT-MAIL-RECORD
                   DELETE DO-NOT-MAIL-FILE
                       INVALID KEY
                           DISPLAY 'NCOAAPPL - DO-NOT-MAIL DELETE '
                                   'FAILED FOR: ' KX-OLD-COMPANY-NAME
                   END-DELETE
           END-READ.

       2540-EXIT.
           EXIT.

       3000-TERMINATE.
           CLOSE MAILING-FILE
                 NCOA-RESPONSE-FILE
                 AUDIT-FILE
                 KEY-XREF-FILE
                 DO-NOT-MAIL-FILE
           DISPLAY 'NCOAAPPL - RECORDS MOVED:      ' WS-RECORDS-MOVED
           DISPLAY 'NCOAAPPL - RECORDS NOT MOVED:  '
                    WS-RECORDS-UNMOVED
           DISPLAY 'NCOAAPPL - RECORDS MISMATCHED: '
                    WS-RECORDS-MISMATCHED

           DISPLAY 'NCOAAPPL - DO-NOT-MAIL MOVED:   ' WS-DNM-MOVED
           DISPLAY 'NCOAAPPL - FOREIGN SKIPPED:   ' WS-FOREIGN-SKIPPED

           PERFORM 9400-COMPUTE-MASTER-TOTALS THRU 9400-EXIT
           PERFORM 9500-WRITE-RUN-CONTROL THRU 9500-EXIT.

