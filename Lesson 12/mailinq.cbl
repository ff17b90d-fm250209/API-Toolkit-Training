      *>   A - add an alternate contact to the displayed record
      *>   V - replace the displayed record's VP-MARKETING contact
      *>   M - replace the displayed record's address
      *>   D - show, register or cancel the displayed company's
      *>       do-not-mail registration (DNMREG, dnmreg.cpy)
      *>   X - exit
      *> The A/V/M updates are the same changes MAILMNT's batch
      *> transactions make: each is validated (numeric amount, a
      *>                    OPTIONAL, so a site that has never run
      *>                    MAILLOCK gets the documented no-lock
      *>                    fallthrough instead of a failed OPEN.
      *>   10/15/2026  DK   New D command maintains the do-not-mail
      *>                    registry (DNMREG) for the displayed
      *>                    company: scope ALL MAIL or up to four
      *>                    campaign types, a reason, the requested
      *>                    date and an optional expiry date. The
      *>                    registration, and whether it is in force
      *>                    today, shows with every record displayed.
      *>                    D is an update command like A/V/M and
      *>                    honors the batch lock - MAILSEL and
      *>                    MAILLABL read the registry mid-stream.
      *>                    The registry keeps its own changed date;
      *>                    nothing is written to the master's audit
      *>                    file since the master is not changed.
      *>***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MAILINQ.
           SELECT OPTIONAL SYSTEM-STATUS-FILE ASSIGN TO SYSSTAT
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL DO-NOT-MAIL-FILE ASSIGN TO DNMREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DN-KEY
               FILE STATUS IS WS-DNM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAILING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "sysstat.cpy".

       FD  DO-NOT-MAIL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "dnmreg.cpy".

       WORKING-STORAGE SECTION.
       01  WS-MAILING-FILE-STATUS       PIC XX      VALUE '00'.
       01  WS-DNM-FILE-STATUS           PIC XX      VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EXIT-SWITCH           PIC X       VALUE 'N'.
               88  END-OF-STATUS-FILE               VALUE 'Y'.
           05  WS-BATCH-LOCK-SWITCH     PIC X       VALUE 'N'.
               88  BATCH-LOCK-SET                   VALUE 'Y'.
           05  WS-DNM-ON-FILE-SWITCH    PIC X       VALUE 'N'.
               88  DNM-ON-FILE                      VALUE 'Y'.
           05  WS-DNM-ERROR-SWITCH      PIC X       VALUE 'N'.
               88  DNM-INPUT-BAD                    VALUE 'Y'.
           05  WS-DNM-TYPES-END-SWITCH  PIC X       VALUE 'N'.
               88  END-OF-TYPE-INPUT                VALUE 'Y'.

       01  WS-COMMAND                   PIC X.

           05  WS-ADDRESS-INPUT         PIC X(15).
           05  WS-CITY-INPUT            PIC X(15).
           05  WS-STATE-INPUT           PIC XX.
           05  WS-DNM-ACTION-INPUT      PIC X.
           05  WS-DNM-SCOPE-INPUT       PIC X.
           05  WS-DNM-TYPE-INPUT        PIC X(8).
           05  WS-DNM-REASON-INPUT      PIC X(20).
           05  WS-DNM-DATE-INPUT        PIC X(6).

       01  WS-DNM-DATE-CHECK.
           05  WS-DNM-CHECK-YY          PIC 99.
           05  WS-DNM-CHECK-MM          PIC 99.
           05  WS-DNM-CHECK-DD          PIC 99.
       01  WS-DNM-DATE-NUMERIC REDEFINES WS-DNM-DATE-CHECK
                                        PIC 9(6).

       01  WS-TODAY                     PIC 9(6)    VALUE ZERO.
       01  WS-DNM-SUB                   PIC 9       COMP.
       01  WS-DNM-FORCE                 PIC X(11).

       01  WS-AMOUNT-NUMERIC            PIC 999V99.
       01  WS-ALT-SUB                   PIC 9       COMP.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE

           OPEN I-O    MAILING-FILE
                EXTEND AUDIT-FILE

               STOP RUN
           END-IF

      *>     THE REGISTRY IS OPTIONAL SO THE DESK'S FIRST D COMMAND
      *>     CREATES IT; STATUS 05 IS THAT FIRST OPEN.
           OPEN I-O DO-NOT-MAIL-FILE
           IF WS-DNM-FILE-STATUS NOT = '00'
           AND WS-DNM-FILE-STATUS NOT = '05'
               DISPLAY 'MAILINQ - DO-NOT-MAIL-FILE OPEN FAILED, '
                       'STATUS: ' WS-DNM-FILE-STATUS
               STOP RUN
           END-IF

           DISPLAY 'MAILINQ - MAILING MASTER INQUIRY'.
       1000-EXIT.
           EXIT.
      *>***************************************************************
       2000-PROCESS-ONE-COMMAND.
           DISPLAY 'COMMAND (I=INQUIRE B=BROWSE N=NEXT A=ADD-CONTACT'
           DISPLAY '         V=VP-CHANGE M=ADDRESS-CHANGE'
           DISPLAY '         D=DO-NOT-MAIL X=EXIT):'
           ACCEPT WS-COMMAND

           IF WS-COMMAND = 'X' OR 'x'

       2050-UPDATE-COMMANDS.
           IF WS-COMMAND = 'A' OR 'a' OR 'V' OR 'v' OR 'M' OR 'm'
                        OR 'D' OR 'd'
               PERFORM 2060-CHECK-BATCH-LOCK THRU 2060-EXIT
               IF BATCH-LOCK-SET
                   CONTINUE
                           PERFORM 2400-UPDATE-VP-MARKETING
                               THRU 2400-EXIT
                       ELSE
                           IF WS-COMMAND = 'M' OR 'm'
                               PERFORM 2450-UPDATE-ADDRESS
                                   THRU 2450-EXIT
                           ELSE
                               PERFORM 2800-MAINTAIN-DO-NOT-MAIL
                                   THRU 2800-EXIT
                           END-IF
                       END-IF
                   END-IF
               END-IF
                   VARYING WS-ALT-SUB FROM 1 BY 1
                   UNTIL WS-ALT-SUB > ALT-CONTACT-COUNT
           END-IF
           PERFORM 2560-DISPLAY-DO-NOT-MAIL THRU 2560-EXIT
           DISPLAY '----------------------------------------'.

       2500-EXIT.
       2550-EXIT.
           EXIT.

      *>***************************************************************
      *> 2560-DISPLAY-DO-NOT-MAIL - READ THE HELD COMPANY'S REGISTRY
      *>     ENTRY, IF ANY, AND SHOW IT WITH WHETHER IT IS IN FORCE
      *>     TODAY, NOT YET IN FORCE, OR EXPIRED.
      *>***************************************************************
       2560-DISPLAY-DO-NOT-MAIL.
           MOVE 'N' TO WS-DNM-ON-FILE-SWITCH
           MOVE MAILING-KEY TO DN-KEY
           READ DO-NOT-MAIL-FILE
               INVALID KEY
                   DISPLAY 'DO-NOT-MAIL:  NOT REGISTERED'
               NOT INVALID KEY
                   SET DNM-ON-FILE TO TRUE
           END-READ

           IF DNM-ON-FILE
               IF DN-REQUESTED-DATE > WS-TODAY
                   MOVE 'NOT YET'     TO WS-DNM-FORCE
               ELSE
                   IF DN-EXPIRY-DATE NOT = ZERO
                   AND DN-EXPIRY-DATE < WS-TODAY
                       MOVE 'EXPIRED'     TO WS-DNM-FORCE
                   ELSE
                       MOVE 'IN FORCE'    TO WS-DNM-FORCE
                   END-IF
               END-IF
               IF DN-SCOPE-ALL-MAIL
                   DISPLAY 'DO-NOT-MAIL:  ALL MAIL  (' WS-DNM-FORCE
                           ')  REASON: ' DN-REASON
               ELSE
                   DISPLAY 'DO-NOT-MAIL:  CAMPAIGN TYPES  ('
                           WS-DNM-FORCE ')  REASON: ' DN-REASON
                   DISPLAY '  TYPES:  ' DN-CAMPAIGN-TYPE (1) ' '
                           DN-CAMPAIGN-TYPE (2) ' '
                           DN-CAMPAIGN-TYPE (3) ' '
                           DN-CAMPAIGN-TYPE (4)
               END-IF
               DISPLAY '  REQUESTED: ' DN-REQUESTED-DATE
                       '  EXPIRES: ' DN-EXPIRY-DATE
                       '  CHANGED: ' DN-CHANGED-DATE
           END-IF.

       2560-EXIT.
           EXIT.

      *>***************************************************************
      *> 2600-WRITE-CONTACT-AUDIT - SAME AUDIT IMAGE THE BATCH PATH
      *>     WRITES FOR AN ALTERNATE-CONTACT ADD.
       2700-EXIT.
           EXIT.

      *>***************************************************************
      *> 2800-MAINTAIN-DO-NOT-MAIL - SHOW THE HELD COMPANY'S
      *>     REGISTRATION, THEN REGISTER (OR REPLACE) OR CANCEL IT.
      *>     A CANCELLED REGISTRATION IS DELETED FROM THE REGISTRY.
      *>***************************************************************
       2800-MAINTAIN-DO-NOT-MAIL.
           PERFORM 2560-DISPLAY-DO-NOT-MAIL THRU 2560-EXIT

           DISPLAY 'DO-NOT-MAIL (R=REGISTER/REPLACE C=CANCEL '
                   'BLANK=NO CHANGE):'
           ACCEPT WS-DNM-ACTION-INPUT

           IF WS-DNM-ACTION-INPUT = 'R' OR 'r'
               PERFORM 2810-REGISTER-DO-NOT-MAIL THRU 2810-EXIT
           ELSE
               IF WS-DNM-ACTION-INPUT = 'C' OR 'c'
                   IF NOT DNM-ON-FILE
                       DISPLAY 'MAILINQ - COMPANY NOT REGISTERED, '
                               'NOTHING TO CANCEL'
                   ELSE
                       DELETE DO-NOT-MAIL-FILE RECORD
                           INVALID KEY
                               DISPLAY 'MAILINQ - DELETE FAILED FOR: '
                                        COMPANY-NAME
                           NOT INVALID KEY
                               DISPLAY 'MAILINQ - DO-NOT-MAIL '
                                       'CANCELLED'
                       END-DELETE
                   END-IF
               ELSE
                   IF WS-DNM-ACTION-INPUT = SPACE
                       DISPLAY 'MAILINQ - NO CHANGE MADE'
                   ELSE
                       DISPLAY 'MAILINQ - UNKNOWN ACTION: '
                                WS-DNM-ACTION-INPUT
                   END-IF
               END-IF
           END-IF.

       2800-EXIT.
           EXIT.

      *>***************************************************************
      *> 2810-REGISTER-DO-NOT-MAIL - TAKE THE SCOPE, CAMPAIGN TYPES,
      *>     REASON AND DATES AT THE TERMINAL. EACH STEP RUNS ONLY IF
      *>     THE ONE BEFORE IT WAS GOOD; ANY BAD ENTRY LEAVES THE
      *>     REGISTRY AS IT WAS. A BLANK REQUESTED DATE IS TODAY; A
      *>     BLANK EXPIRY DATE MEANS THE REGISTRATION NEVER EXPIRES.
      *>***************************************************************
       2810-REGISTER-DO-NOT-MAIL.
           MOVE 'N' TO WS-DNM-ERROR-SWITCH
           MOVE SPACES TO DO-NOT-MAIL-RECORD
           MOVE MAILING-KEY TO DN-KEY

           PERFORM 2820-ACCEPT-SCOPE THRU 2820-EXIT

           IF NOT DNM-INPUT-BAD
               DISPLAY 'REASON:'
               ACCEPT WS-DNM-REASON-INPUT
               IF WS-DNM-REASON-INPUT = SPACES
                   SET DNM-INPUT-BAD TO TRUE
                   DISPLAY 'MAILINQ - REASON REQUIRED, CHANGE NOT '
                           'APPLIED'
               ELSE
                   MOVE WS-DNM-REASON-INPUT TO DN-REASON
               END-IF
           END-IF

           IF NOT DNM-INPUT-BAD
               PERFORM 2830-ACCEPT-DATES THRU 2830-EXIT
           END-IF

           IF NOT DNM-INPUT-BAD
               MOVE WS-TODAY TO DN-CHANGED-DATE
               IF DNM-ON-FILE
                   REWRITE DO-NOT-MAIL-RECORD
                       INVALID KEY
                           DISPLAY 'MAILINQ - REGISTRY REWRITE '
                                   'FAILED FOR: ' COMPANY-NAME
                       NOT INVALID KEY
                           DISPLAY 'MAILINQ - DO-NOT-MAIL REPLACED'
                   END-REWRITE
               ELSE
                   WRITE DO-NOT-MAIL-RECORD
                       INVALID KEY
                           DISPLAY 'MAILINQ - REGISTRY WRITE '
                                   'FAILED FOR: ' COMPANY-NAME
                       NOT INVALID KEY
                           DISPLAY 'MAILINQ - DO-NOT-MAIL REGISTERED'
                   END-WRITE
               END-IF
           END-IF.

       2810-EXIT.
           EXIT.

       2820-ACCEPT-SCOPE.
           DISPLAY 'SCOPE (A=ALL MAIL T=CAMPAIGN TYPES):'
           ACCEPT WS-DNM-SCOPE-INPUT

           IF WS-DNM-SCOPE-INPUT = 'A' OR 'a'
               SET DN-SCOPE-ALL-MAIL TO TRUE
           ELSE
               IF WS-DNM-SCOPE-INPUT = 'T' OR 't'
                   SET DN-SCOPE-CAMPAIGN-TYPES TO TRUE
                   MOVE 'N' TO WS-DNM-TYPES-END-SWITCH
                   PERFORM 2825-ACCEPT-ONE-TYPE THRU 2825-EXIT
                       VARYING WS-DNM-SUB FROM 1 BY 1
                       UNTIL WS-DNM-SUB > 4
                          OR END-OF-TYPE-INPUT
                   IF DN-CAMPAIGN-TYPE (1) = SPACES
                       SET DNM-INPUT-BAD TO TRUE
                       DISPLAY 'MAILINQ - AT LEAST ONE CAMPAIGN TYPE '
                               'REQUIRED, CHANGE NOT APPLIED'
                   END-IF
               ELSE
                   SET DNM-INPUT-BAD TO TRUE
                   DISPLAY 'MAILINQ - SCOPE MUST BE A OR T, CHANGE '
                           'NOT APPLIED'
               END-IF
           END-IF.

       2820-EXIT.
           EXIT.

       2825-ACCEPT-ONE-TYPE.
           DISPLAY 'CAMPAIGN TYPE (BLANK ENDS THE LIST):'
           ACCEPT WS-DNM-TYPE-INPUT
           IF WS-DNM-TYPE-INPUT = SPACES
               SET END-OF-TYPE-INPUT TO TRUE
           ELSE
               MOVE FUNCTION UPPER-CASE (WS-DNM-TYPE-INPUT)
                   TO DN-CAMPAIGN-TYPE (WS-DNM-SUB)
           END-IF.

       2825-EXIT.
           EXIT.

       2830-ACCEPT-DATES.
           DISPLAY 'REQUESTED DATE (YYMMDD, BLANK = TODAY):'
           ACCEPT WS-DNM-DATE-INPUT
           IF WS-DNM-DATE-INPUT = SPACES
               MOVE WS-TODAY TO DN-REQUESTED-DATE
           ELSE
               PERFORM 2840-CHECK-DATE-INPUT THRU 2840-EXIT
               IF NOT DNM-INPUT-BAD
                   MOVE WS-DNM-DATE-NUMERIC TO DN-REQUESTED-DATE
               END-IF
           END-IF

           IF NOT DNM-INPUT-BAD
               DISPLAY 'EXPIRY DATE (YYMMDD, BLANK = NONE):'
               ACCEPT WS-DNM-DATE-INPUT
               IF WS-DNM-DATE-INPUT = SPACES
                   MOVE ZERO TO DN-EXPIRY-DATE
               ELSE
                   PERFORM 2840-CHECK-DATE-INPUT THRU 2840-EXIT
                   IF NOT DNM-INPUT-BAD
                       IF WS-DNM-DATE-NUMERIC < DN-REQUESTED-DATE
                           SET DNM-INPUT-BAD TO TRUE
                           DISPLAY 'MAILINQ - EXPIRY BEFORE REQUESTED '
                                   'DATE, CHANGE NOT APPLIED'
                       ELSE
                           MOVE WS-DNM-DATE-NUMERIC
                               TO DN-EXPIRY-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2830-EXIT.
           EXIT.

       2840-CHECK-DATE-INPUT.
           MOVE WS-DNM-DATE-INPUT TO WS-DNM-DATE-CHECK
           IF WS-DNM-DATE-INPUT NOT NUMERIC
               SET DNM-INPUT-BAD TO TRUE
           ELSE
               IF WS-DNM-CHECK-MM < 1 OR WS-DNM-CHECK-MM > 12
               OR WS-DNM-CHECK-DD < 1 OR WS-DNM-CHECK-DD > 31
                   SET DNM-INPUT-BAD TO TRUE
               END-IF
           END-IF

           IF DNM-INPUT-BAD
               DISPLAY 'MAILINQ - DATE MUST BE YYMMDD: '
                        WS-DNM-DATE-INPUT ' CHANGE NOT APPLIED'
           END-IF.

       2840-EXIT.
           EXIT.

       3000-TERMINATE.
           CLOSE MAILING-FILE
                 AUDIT-FILE
                 DO-NOT-MAIL-FILE
           DISPLAY 'MAILINQ - SESSION ENDED'.

       3000-EXIT.
