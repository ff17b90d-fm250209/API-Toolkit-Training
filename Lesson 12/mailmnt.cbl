      *>                    statement PRESORT prices at the end of
      *>                    the mail run; every step other than
      *>                    PRESORT writes it as zero.
      *>   10/15/2026  DK   A 'G' merge retired the duplicate's key
      *>                    with nothing but a truncated audit image
      *>                    to say where it went, so its MAILHIST,
      *>                    responses and nixie returns were orphaned.
      *>                    Each retired key now writes an old-key/
      *>                    new-key entry (duplicate to survivor) to
      *>                    the permanent key cross-reference file
      *>                    (keyxref.cpy).
      *>   10/15/2026  DK   Added the MT-ADD-COMPANY ('N') transaction
      *>                    so a new account can go onto the master
      *>                    without waiting for a full MAILLOAD. The
      *>                    transaction carries the whole extract
      *>                    record's content in MT-NEW-COMPANY (the
      *>                    transaction record grows from 75 to 258
      *>                    bytes, the suspense record with it; other
      *>                    codes leave the area blank). The new
      *>                    record is built the way MAILLOAD builds
      *>                    one, put through MAILEDIT's STATE-VALID
      *>                    and ZIP-to-STATE range edits against the
      *>                    ZIPSTATE reference file, written, and
      *>                    logged to the audit file. Edit failures
      *>                    and duplicate keys are suspended like any
      *>                    other rejection. CRMINTAK builds these
      *>                    from the CRM nightly delta.
      *>   10/15/2026  DK   MT-NEW-COMPANY now carries the new
      *>                    COUNTRY-CODE and POSTAL-CODE (transaction
      *>                    270 bytes, suspense 286). A foreign new
      *>                    company is keyed with a zero ZIP; a
      *>                    Canadian one has its STATE edited against
      *>                    PROVINCE-VALID in place of STATE-VALID,
      *>                    and no foreign address is put through the
      *>                    ZIP-to-STATE range edit.
      *>   10/15/2026  DK   The 'N' add zeroed ALT-CONTACT-COUNT only
      *>                    after moving the fields that follow the
      *>                    contact table, so with the last record
      *>                    read's count still in force they landed
      *>                    past their true offsets and the new
      *>                    company was written with leftover bytes
      *>                    for its address, balances and country.
      *>                    The count is now zeroed first, and the
      *>                    key test reads the transaction's country
      *>                    code instead of the master record's.
      *>   10/15/2026  DK   A 'G' merge left the duplicate's do-not-
      *>                    mail registration (dnmreg.cpy) under the
      *>                    retired key, so MAILSEL and MAILLABL
      *>                    mailed the survivor again. 2996 now moves
      *>                    it to the survivor's key, or drops it
      *>                    where the survivor has its own.
      *>   10/15/2026  DK   A Canadian add with a badly formed postal
      *>                    code went onto the file, to be suspended
      *>                    by MAILEDIT that night. 2525 now runs
      *>                    MAILEDIT's positional test on the add and
      *>                    suspends it as BADPOSTL. 2550 also logs
      *>                    the ZIP+4, country code, postal code and
      *>                    second balance of an add, which ASOFINQ
      *>                    and MAILRCVR had no entries for.
      *>***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MAILMNT.
           SELECT AUDIT-FILE       ASSIGN TO MAILAUDT
               ORGANIZATION IS SEQUENTIAL.

           SELECT ZIP-STATE-FILE   ASSIGN TO ZIPSTATE
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL SUSPENSE-IN-FILE ASSIGN TO MAILSUSI
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUSPENSE-OUT-FILE ASSIGN TO MAILSUSO
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

       FD  ZIP-STATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "zipstate.cpy".

       FD  SUSPENSE-IN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "mailsusp.cpy".

       FD  SUSPENSE-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-OUT-RECORD         PIC X(286).

       FD  KEY-XREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "keyxref.cpy".

       FD  DO-NOT-MAIL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "dnmreg.cpy".

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.

       WORKING-STORAGE SECTION.
       01  WS-MAILING-FILE-STATUS       PIC XX      VALUE '00'.
       01  WS-DNM-FILE-STATUS           PIC XX      VALUE '00'.

       01  WS-SWITCHES.
           05  WS-TRANS-EOF-SWITCH      PIC X       VALUE 'N'.
               88  END-OF-TRANSACTION-FILE          VALUE 'Y'.
           05  WS-SUSPENSE-EOF-SWITCH   PIC X       VALUE 'N'.
               88  END-OF-SUSPENSE-FILE             VALUE 'Y'.
           05  WS-ZIPSTATE-EOF-SW       PIC X       VALUE 'N'.
               88  END-OF-ZIP-STATE-FILE            VALUE 'Y'.
           05  WS-STATE-ON-FILE-SW      PIC X       VALUE 'N'.
               88  STATE-ON-FILE                    VALUE 'Y'.
           05  WS-RANGE-FOUND-SW        PIC X       VALUE 'N'.
               88  ZIP-IN-STATE-RANGE               VALUE 'Y'.
           05  WS-NC-DOMESTIC-SW        PIC X       VALUE 'N'.
               88  NC-DOMESTIC                      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-UPDATES-APPLIED       PIC 9(7)    VALUE ZERO COMP.
           05  WS-TRANS-SUSPENDED       PIC 9(7)    VALUE ZERO COMP.

       01  WS-RUN-DATE                  PIC 9(6)    VALUE ZERO.
       01  WS-DNM-SAVED-RECORD          PIC X(106).
       01  WS-CURRENT-SUSPEND-DATE      PIC 9(6)    VALUE ZERO.
       01  WS-SUSPEND-REASON            PIC X(10)   VALUE SPACES.

       01  WS-SUSPENSE-OUT.
           05  WS-SO-SUSPEND-DATE       PIC 9(6).
           05  WS-SO-REASON-CODE        PIC X(10).
           05  WS-SO-TRANSACTION        PIC X(270).

       01  WS-ZIP-STATE-TABLE.
           05  WS-ZS-USED               PIC 9(3)    COMP VALUE ZERO.
           05  WS-ZS-ENTRY              OCCURS 200 TIMES.
               10  WS-ZS-STATE          PIC XX.
               10  WS-ZS-ZIP-LOW        PIC 9(5).
               10  WS-ZS-ZIP-HIGH       PIC 9(5).

       01  WS-ZS-SUB                    PIC 9(3)    COMP.

       01  WS-AUDIT-NAME                PIC X(30).
       01  WS-AUDIT-BEFORE-NAME         PIC X(30).
       01  WS-AUDIT-BEFORE-STATE        PIC XX.
       01  WS-AUDIT-BEFORE-STATUS       PIC X.

       01  WS-CA-POSTAL-CODE.
           05  WS-CP-LETTER-1           PIC X.
           05  WS-CP-DIGIT-1            PIC X.
           05  WS-CP-LETTER-2           PIC X.
           05  WS-CP-SEPARATOR          PIC X.
           05  WS-CP-DIGIT-2            PIC X.
           05  WS-CP-LETTER-3           PIC X.
           05  WS-CP-DIGIT-3            PIC X.
           05  WS-CP-REST               PIC X(3).

       01  WS-MERGE-WORK.
           05  WS-SURVIVOR-ZIP          PIC 9(5).
           05  WS-SURVIVOR-NAME         PIC X(30).
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE

           PERFORM 1300-LOAD-ZIP-STATE-TABLE THRU 1300-EXIT

           OPEN I-O    MAILING-FILE
                INPUT  TRANSACTION-FILE
                EXTEND AUDIT-FILE
                INPUT  SUSPENSE-IN-FILE
                OUTPUT SUSPENSE-OUT-FILE
                EXTEND KEY-XREF-FILE
                I-O    DO-NOT-MAIL-FILE

           IF WS-MAILING-FILE-STATUS NOT = '00'
               DISPLAY 'MAILMNT - MAILING-FILE OPEN FAILED, STATUS: '
               STOP RUN
           END-IF

           IF WS-DNM-FILE-STATUS NOT = '00'
           AND WS-DNM-FILE-STATUS NOT = '05'
               DISPLAY 'MAILMNT - DO-NOT-MAIL-FILE OPEN FAILED, '
                       'STATUS: ' WS-DNM-FILE-STATUS
               STOP RUN
           END-IF

           PERFORM 1500-RECYCLE-SUSPENSE THRU 1500-EXIT

           MOVE WS-RUN-DATE TO WS-CURRENT-SUSPEND-DATE
       1000-EXIT.
           EXIT.

      *>***************************************************************
      *> 1300-LOAD-ZIP-STATE-TABLE - PULL THE POSTAL ZIP RANGES INTO
      *>     WORKING STORAGE FOR THE NEW-COMPANY EDIT, EXACTLY AS
      *>     MAILEDIT LOADS THEM.
      *>***************************************************************
       1300-LOAD-ZIP-STATE-TABLE.
           OPEN INPUT ZIP-STATE-FILE
           PERFORM 1310-READ-ZIP-STATE-FILE THRU 1310-EXIT
           PERFORM 1320-STORE-ONE-RANGE THRU 1320-EXIT
               UNTIL END-OF-ZIP-STATE-FILE
           CLOSE ZIP-STATE-FILE.

       1300-EXIT.
           EXIT.

       1310-READ-ZIP-STATE-FILE.
           READ ZIP-STATE-FILE
               AT END
                   SET END-OF-ZIP-STATE-FILE TO TRUE
           END-READ.

       1310-EXIT.
           EXIT.

       1320-STORE-ONE-RANGE.
           IF ZS-ZIP-LOW NOT NUMERIC
           OR ZS-ZIP-HIGH NOT NUMERIC
               DISPLAY 'MAILMNT - ZIP/STATE CARD NOT NUMERIC FOR '
                       'STATE ' ZS-STATE ' CARD IGNORED'
           ELSE
               IF WS-ZS-USED < 200
                   ADD 1 TO WS-ZS-USED
                   MOVE ZS-STATE    TO WS-ZS-STATE (WS-ZS-USED)
                   MOVE ZS-ZIP-LOW  TO WS-ZS-ZIP-LOW (WS-ZS-USED)
                   MOVE ZS-ZIP-HIGH TO WS-ZS-ZIP-HIGH (WS-ZS-USED)
               ELSE
                   DISPLAY 'MAILMNT - ZIP/STATE TABLE FULL, RUN '
                           'ABANDONED'
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1310-READ-ZIP-STATE-FILE THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

      *>***************************************************************
      *> 1500-RECYCLE-SUSPENSE - RETRY THE PREVIOUS CYCLE'S SUSPENDED
      *>     TRANSACTIONS AHEAD OF THE NEW BATCH. EACH ONE GOES BACK
      *>     COMPANY-NAME ALONE THROUGH THE ALTERNATE KEY WHEN THE
      *>     TRANSACTION CARRIES NO ZIP, AND APPLY THE TRANSACTION
      *>     IN THE RECORD AREA - WHETHER IT CAME FROM THE BATCH OR
      *>     THE SUSPENSE RECYCLE. A NEW-COMPANY ADD HAS NO RECORD TO
      *>     LOOK UP AND GOES STRAIGHT TO 2500.
      *>***************************************************************
       1950-APPLY-CURRENT-TRANSACTION.
           IF MT-ADD-COMPANY
               PERFORM 2500-ADD-NEW-COMPANY THRU 2500-EXIT
           ELSE
               IF MT-ZIP IS NUMERIC AND MT-ZIP NOT = ZERO
                   MOVE MT-ZIP             TO ZIP
                   MOVE MT-COMPANY-NAME    TO COMPANY-NAME
                   READ MAILING-FILE
                       INVALID KEY
                           DISPLAY 'MAILMNT - NO MASTER FOR: ' MT-ZIP
                                    ' ' MT-COMPANY-NAME
                           ADD 1 TO WS-UPDATES-REJECTED
                           MOVE 'NOMASTER' TO WS-SUSPEND-REASON
                           PERFORM 2150-SUSPEND-TRANSACTION
                               THRU 2150-EXIT
                       NOT INVALID KEY
                           PERFORM 2250-APPLY-ONE-TRANSACTION
                               THRU 2250-EXIT
                   END-READ
               ELSE
                   PERFORM 2050-FIND-BY-COMPANY-NAME THRU 2050-EXIT
               END-IF
           END-IF.

       1950-EXIT.
       2400-EXIT.
           EXIT.

      *>***************************************************************
      *> 2500-ADD-NEW-COMPANY - BUILD A NEW MASTER RECORD FROM THE
      *>     TRANSACTION'S EXTRACT IMAGE THE WAY MAILLOAD BUILDS ONE,
      *>     PUT IT THROUGH MAILEDIT'S STATE EDITS, AND WRITE IT. A
      *>     KEY ALREADY ON FILE IS REJECTED, NOT OVERLAID. A FOREIGN
      *>     COMPANY IS KEYED WITH A ZERO ZIP; ANY OTHER NEEDS A REAL
      *>     ONE.
      *>***************************************************************
       2500-ADD-NEW-COMPANY.
           IF MT-NC-COUNTRY-CODE = 'US' OR SPACES
               MOVE 'Y' TO WS-NC-DOMESTIC-SW
           ELSE
               MOVE 'N' TO WS-NC-DOMESTIC-SW
           END-IF

           IF MT-ZIP NOT NUMERIC
           OR (MT-ZIP = ZERO AND NC-DOMESTIC)
           OR (MT-ZIP NOT = ZERO AND NOT NC-DOMESTIC)
           OR MT-COMPANY-NAME = SPACES
               DISPLAY 'MAILMNT - NEW COMPANY NEEDS A FULL KEY: '
                        MT-ZIP ' ' MT-COMPANY-NAME
               ADD 1 TO WS-UPDATES-REJECTED
               MOVE 'BADKEY' TO WS-SUSPEND-REASON
               PERFORM 2150-SUSPEND-TRANSACTION THRU 2150-EXIT
           ELSE
               PERFORM 2510-BUILD-NEW-COMPANY THRU 2510-EXIT
               PERFORM 2520-EDIT-NEW-COMPANY THRU 2520-EXIT
               IF WS-SUSPEND-REASON = SPACES
                   PERFORM 2540-WRITE-NEW-COMPANY THRU 2540-EXIT
               ELSE
                   DISPLAY 'MAILMNT - NEW COMPANY FAILED EDIT ('
                            WS-SUSPEND-REASON '): ' MT-ZIP ' '
                            MT-COMPANY-NAME
                   ADD 1 TO WS-UPDATES-REJECTED
                   PERFORM 2150-SUSPEND-TRANSACTION THRU 2150-EXIT
               END-IF
           END-IF.

       2500-EXIT.
           EXIT.

      *>***************************************************************
      *> 2510-BUILD-NEW-COMPANY - THE RECORD AREA STILL HOLDS THE LAST
      *>     MASTER READ, SO ALT-CONTACT-COUNT IS ZEROED FIRST: EVERY
      *>     FIELD FROM MAIL-ADDRESS ON SITS PAST THE VARIABLE TABLE
      *>     AND IS ADDRESSED THROUGH THE COUNT.
      *>***************************************************************
       2510-BUILD-NEW-COMPANY.
           MOVE ZERO                    TO ALT-CONTACT-COUNT
           MOVE MT-ZIP                  TO ZIP
           MOVE MT-COMPANY-NAME         TO COMPANY-NAME
           MOVE MT-NC-PRES-LAST-NAME    TO LAST-NAME OF PRESIDENT
           MOVE MT-NC-PRES-FIRST-NAME   TO FIRST-NAME OF PRESIDENT
           MOVE MT-NC-AMT               TO AMT
           MOVE MT-NC-AMT2              TO AMT2
           MOVE MT-NC-AMT3              TO AMT3
           MOVE MT-NC-AMT4              TO AMT4
           MOVE MT-NC-ZIP-CODE          TO ZIP-CODE
           MOVE MT-NC-MIDDLE-NAME       TO MIDDLE-NAME
           MOVE MT-NC-VP-LAST-NAME      TO LAST-NAME OF VP-MARKETING
           MOVE MT-NC-VP-FIRST-NAME     TO FIRST-NAME OF VP-MARKETING
           MOVE MT-NC-ZIP-PLUS-9        TO ZIP-PLUS-9
           MOVE MT-NC-MAIL-ADDRESS      TO MAIL-ADDRESS
           MOVE MT-NC-CITY              TO CITY
           MOVE MT-NC-STATE             TO STATE
           MOVE MT-NC-SEX               TO SEX
           MOVE MT-NC-NUM               TO NUM
           MOVE MT-NC-SIGNED-AMT        TO SIGNED-AMT
           MOVE MT-NC-ZIP-PLUS-92       TO ZIP-PLUS-92
           MOVE MT-NC-AME               TO AME
           MOVE MT-NC-PADTEST1          TO PADTEST1
           MOVE MT-NC-ACCOUNT-BALANCE   TO ACCOUNT-BALANCE
           MOVE MT-NC-ACCOUNT-BALANCE2  TO ACCOUNT-BALANCE2
           MOVE MT-NC-COUNTRY-CODE      TO COUNTRY-CODE
           MOVE MT-NC-POSTAL-CODE       TO POSTAL-CODE
           SET MAIL-ACTIVE              TO TRUE
           MOVE ZERO                    TO DEACTIVATED-DATE
           MOVE ZERO                    TO CERTIFIED-DATE
           MOVE ZERO                    TO UNDELIVERED-COUNT
           MOVE ZERO                    TO RESPONSE-COUNT
           MOVE ZERO                    TO LAST-RESPONSE-DATE
           MOVE ZERO                    TO RESPONSE-TOTAL.

       2510-EXIT.
           EXIT.

      *>***************************************************************
      *> 2520-EDIT-NEW-COMPANY - THE SAME STATE TESTS MAILEDIT RUNS
      *>     NIGHTLY: STATE MUST BE STATE-VALID, AND THE ZIP MUST FALL
      *>     IN ONE OF THE STATE'S RANGES ON THE ZIPSTATE FILE. A
      *>     STATE WITH NO RANGES ON FILE IS NOT JUDGED, AS THERE.
      *>     A CANADIAN ADDRESS IS EDITED ON PROVINCE-VALID INSTEAD,
      *>     AND ITS POSTAL CODE ON MAILEDIT'S FORMAT TEST (2525);
      *>     OTHER FOREIGN ADDRESSES HAVE NO STATE TO EDIT. A FOREIGN
      *>     ADDRESS MUST CARRY ITS POSTAL CODE. A FAILURE LEAVES ITS
      *>     REASON IN WS-SUSPEND-REASON.
      *>***************************************************************
       2520-EDIT-NEW-COMPANY.
           MOVE SPACES TO WS-SUSPEND-REASON

           IF NOT DOMESTIC-ADDRESS
               IF POSTAL-CODE = SPACES
                   MOVE 'NOPOSTAL' TO WS-SUSPEND-REASON
               ELSE
                   IF CANADIAN-ADDRESS AND NOT PROVINCE-VALID
                       MOVE 'BADPROV' TO WS-SUSPEND-REASON
                   ELSE
                       IF CANADIAN-ADDRESS
                           PERFORM 2525-CHECK-CANADIAN-POSTAL
                               THRU 2525-EXIT
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF NOT STATE-VALID
                   MOVE 'BADSTATE' TO WS-SUSPEND-REASON
               ELSE
                   MOVE 'N' TO WS-STATE-ON-FILE-SW
                   MOVE 'N' TO WS-RANGE-FOUND-SW
                   PERFORM 2530-TEST-ONE-RANGE THRU 2530-EXIT
                       VARYING WS-ZS-SUB FROM 1 BY 1
                       UNTIL WS-ZS-SUB > WS-ZS-USED
                          OR ZIP-IN-STATE-RANGE
                   IF STATE-ON-FILE
                   AND NOT ZIP-IN-STATE-RANGE
                       MOVE 'ZIPSTATE' TO WS-SUSPEND-REASON
                   END-IF
               END-IF
           END-IF.

       2520-EXIT.
           EXIT.

      *>***************************************************************
      *> 2525-CHECK-CANADIAN-POSTAL - MAILEDIT'S 2410 TEST: LETTER,
      *>     DIGIT, LETTER, SPACE, DIGIT, LETTER, DIGIT, WITH NOTHING
      *>     AFTER. AN ADD THAT FAILS IS SUSPENDED AS BADPOSTL.
      *>***************************************************************
       2525-CHECK-CANADIAN-POSTAL.
           MOVE POSTAL-CODE TO WS-CA-POSTAL-CODE

           IF WS-CP-LETTER-1 IS NOT ALPHABETIC-UPPER
           OR WS-CP-LETTER-1 = SPACE
           OR WS-CP-DIGIT-1 IS NOT NUMERIC
           OR WS-CP-LETTER-2 IS NOT ALPHABETIC-UPPER
           OR WS-CP-LETTER-2 = SPACE
           OR WS-CP-SEPARATOR NOT = SPACE
           OR WS-CP-DIGIT-2 IS NOT NUMERIC
           OR WS-CP-LETTER-3 IS NOT ALPHABETIC-UPPER
           OR WS-CP-LETTER-3 = SPACE
           OR WS-CP-DIGIT-3 IS NOT NUMERIC
           OR WS-CP-REST NOT = SPACES
               MOVE 'BADPOSTL' TO WS-SUSPEND-REASON
           END-IF.

       2525-EXIT.
           EXIT.

       2530-TEST-ONE-RANGE.
           IF WS-ZS-STATE (WS-ZS-SUB) = STATE
               SET STATE-ON-FILE TO TRUE
               IF ZIP NOT < WS-ZS-ZIP-LOW (WS-ZS-SUB)
               AND ZIP NOT > WS-ZS-ZIP-HIGH (WS-ZS-SUB)
                   SET ZIP-IN-STATE-RANGE TO TRUE
               END-IF
           END-IF.

       2530-EXIT.
           EXIT.

       2540-WRITE-NEW-COMPANY.
           WRITE MAILING-RECORD
               INVALID KEY
                   DISPLAY 'MAILMNT - NEW COMPANY ALREADY ON FILE: '
                            MT-ZIP ' ' MT-COMPANY-NAME
                   ADD 1 TO WS-UPDATES-REJECTED
                   MOVE 'DUPKEY' TO WS-SUSPEND-REASON
                   PERFORM 2150-SUSPEND-TRANSACTION THRU 2150-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-UPDATES-APPLIED
                   PERFORM 2550-WRITE-ADD-AUDIT-RECORDS
                       THRU 2550-EXIT
           END-WRITE.

       2540-EXIT.
           EXIT.

      *>***************************************************************
      *> 2550-WRITE-ADD-AUDIT-RECORDS - A NEW COMPANY HAS NO BEFORE
      *>     IMAGE; THE ADD IS LOGGED AS A 'NEW-COMPANY' ENTRY
      *>     CARRYING THE PRESIDENT'S NAME, FOLLOWED BY THE ADDRESS,
      *>     ZIP+4, COUNTRY AND POSTAL CODE, VP-MARKETING AND BOTH
      *>     OPENING BALANCES IT WAS ADDED WITH.
      *>***************************************************************
       2550-WRITE-ADD-AUDIT-RECORDS.
           MOVE SPACES TO WS-AUDIT-AFTER-NAME
           STRING FIRST-NAME OF PRESIDENT
                  SPACE
                  LAST-NAME OF PRESIDENT
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER-NAME

           ACCEPT AUD-DATE FROM DATE
           ACCEPT AUD-TIME FROM TIME
           MOVE 'MAILMNT'              TO AUD-PROGRAM-ID
           MOVE ZIP                    TO AUD-ZIP
           MOVE COMPANY-NAME           TO AUD-COMPANY-NAME
           MOVE SPACES                 TO AUD-BEFORE-VALUE

           MOVE 'NEW-COMPANY'          TO AUD-FIELD-NAME
           MOVE WS-AUDIT-AFTER-NAME    TO AUD-AFTER-VALUE
           WRITE AUDIT-RECORD

           MOVE 'MAIL-ADDRESS'         TO AUD-FIELD-NAME
           MOVE MAIL-ADDRESS           TO AUD-AFTER-VALUE
           WRITE AUDIT-RECORD

           MOVE 'CITY'                 TO AUD-FIELD-NAME
           MOVE CITY                   TO AUD-AFTER-VALUE
           WRITE AUDIT-RECORD

           MOVE 'STATE'                TO AUD-FIELD-NAME
           MOVE STATE                  TO AUD-AFTER-VALUE
           WRITE AUDIT-RECORD

           MOVE 'ZIP-PLUS-9'           TO AUD-FIELD-NAME
           MOVE ZIP-PLUS-9             TO AUD-AFTER-VALUE
           WRITE AUDIT-RECORD

           MOVE 'COUNTRY-CODE'         TO AUD-FIELD-NAME
           MOVE COUNTRY-CODE           TO AUD-AFTER-VALUE
           WRITE AUDIT-RECORD

           MOVE 'POSTAL-CODE'          TO AUD-FIELD-NAME
           MOVE POSTAL-CODE            TO AUD-AFTER-VALUE
           WRITE AUDIT-RECORD

           MOVE SPACES TO WS-AUDIT-AFTER-NAME
           STRING FIRST-NAME OF VP-MARKETING
                  SPACE
                  LAST-NAME OF VP-MARKETING
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER-NAME
           MOVE 'VP-MARKETING'         TO AUD-FIELD-NAME
           MOVE WS-AUDIT-AFTER-NAME    TO AUD-AFTER-VALUE
           WRITE AUDIT-RECORD

           MOVE 'ACCOUNT-BALANCE'      TO AUD-FIELD-NAME
           MOVE ACCOUNT-BALANCE        TO WS-AUDIT-AMOUNT
           MOVE WS-AUDIT-AMOUNT        TO AUD-AFTER-VALUE
           WRITE AUDIT-RECORD

           MOVE 'ACCOUNT-BALANCE2'     TO AUD-FIELD-NAME
           MOVE ACCOUNT-BALANCE2       TO WS-AUDIT-AMOUNT
           MOVE WS-AUDIT-AMOUNT        TO AUD-AFTER-VALUE
           WRITE AUDIT-RECORD.

       2550-EXIT.
           EXIT.

      *>***************************************************************
      *> 2600-UPDATE-VP-MARKETING - REPLACE THE VP-MARKETING CONTACT
      *>     NAME AND LOG THE CHANGE TO THE AUDIT TRAIL.
                   ADD 1 TO WS-UPDATES-APPLIED
                   PERFORM 2990-WRITE-RETIRED-KEY-AUDIT
                       THRU 2990-EXIT
                   PERFORM 2995-WRITE-KEY-XREF THRU 2995-EXIT
           END-DELETE.

       2980-EXIT.
       2990-EXIT.
           EXIT.

      *>***************************************************************
      *> 2995-WRITE-KEY-XREF - RECORD THE RETIRED DUPLICATE KEY
      *>     AGAINST THE SURVIVOR'S ON THE PERMANENT KEY CROSS-
      *>     REFERENCE FILE, IN FULL, SO HISTORY, RESPONSES AND
      *>     RETURNS KEYED UNDER THE DUPLICATE FOLLOW THE MERGE.
      *>***************************************************************
       2995-WRITE-KEY-XREF.
           MOVE WS-DUP-ZIP         TO KX-OLD-ZIP
           MOVE WS-DUP-NAME        TO KX-OLD-COMPANY-NAME
           MOVE WS-SURVIVOR-ZIP    TO KX-NEW-ZIP
           MOVE WS-SURVIVOR-NAME   TO KX-NEW-COMPANY-NAME
           MOVE WS-RUN-DATE        TO KX-CHANGE-DATE
           MOVE 'MAILMNT'          TO KX-PROGRAM-ID
           WRITE KEY-XREF-RECORD

           PERFORM 2996-MOVE-DO-NOT-MAIL THRU 2996-EXIT.

       2995-EXIT.
           EXIT.

      *>***************************************************************
      *> 2996-MOVE-DO-NOT-MAIL - THE DUPLICATE'S DO-NOT-MAIL
      *>     REGISTRATION GOES OVER TO THE SURVIVOR'S KEY, WHERE
      *>     MAILSEL, MAILLABL AND MAILINQ LOOK FOR IT. WHERE THE
      *>     SURVIVOR IS ALREADY REGISTERED ITS OWN ENTRY STANDS AND
      *>     THE DUPLICATE'S IS SIMPLY RETIRED.
      *>***************************************************************
       2996-MOVE-DO-NOT-MAIL.
           MOVE WS-DUP-ZIP         TO DN-ZIP
           MOVE WS-DUP-NAME        TO DN-COMPANY-NAME
           READ DO-NOT-MAIL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DO-NOT-MAIL-RECORD TO WS-DNM-SAVED-RECORD
                   MOVE WS-SURVIVOR-ZIP    TO DN-ZIP
                   MOVE WS-SURVIVOR-NAME   TO DN-COMPANY-NAME
                   MOVE WS-RUN-DATE        TO DN-CHANGED-DATE
                   WRITE DO-NOT-MAIL-RECORD
                       INVALID KEY
                           DISPLAY 'MAILMNT - SURVIVOR ALREADY DO-NOT-'
                                   'MAIL, KEPT: ' WS-SURVIVOR-NAME
                   END-WRITE
                   MOVE WS-DNM-SAVED-RECORD TO DO-NOT-MAIL-RECORD
                   DELETE DO-NOT-MAIL-FILE
                       INVALID KEY
                           DISPLAY 'MAILMNT - DO-NOT-MAIL DELETE '
                                   'FAILED FOR: ' WS-DUP-NAME
                   END-DELETE
           END-READ.

       2996-EXIT.
           EXIT.

       3000-TERMINATE.
           CLOSE MAILING-FILE
                 TRANSACTION-FILE
                 AUDIT-FILE
                 SUSPENSE-IN-FILE
                 SUSPENSE-OUT-FILE
                 KEY-XREF-FILE
                 DO-NOT-MAIL-FILE
           DISPLAY 'MAILMNT - UPDATES APPLIED:  ' WS-UPDATES-APPLIED
           DISPLAY 'MAILMNT - UPDATES REJECTED: ' WS-UPDATES-REJECTED
           DISPLAY 'MAILMNT - ITEMS RECYCLED:   ' WS-TRANS-RECYCLED
