      *>                    file is not judged - it is counted and
      *>                    reported so the reference file gets
      *>                    fixed, not the mailing.
      *>   10/15/2026  DK   Foreign addresses (COUNTRY-CODE not US or
      *>                    blank). STATE-VALID and the ZIP-to-STATE
      *>                    ranges are US edits and no longer judge a
      *>                    foreign record. Instead every foreign
      *>                    record must carry a POSTAL-CODE, and a
      *>                    Canadian one must carry a PROVINCE-VALID
      *>                    province in STATE and a postal code in
      *>                    the A9A 9A9 form. Failures go to the
      *>                    exception file like any other edit. SEX
      *>                    is edited the same for every record.
      *>***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MAILEDIT.
           05  WS-RECORDS-READ          PIC 9(7)    VALUE ZERO COMP.
           05  WS-EXCEPTION-COUNT       PIC 9(7)    VALUE ZERO COMP.
           05  WS-ZIP-STATE-MISMATCHES  PIC 9(7)    VALUE ZERO COMP.
           05  WS-FOREIGN-RECORDS       PIC 9(7)    VALUE ZERO COMP.
           05  WS-FOREIGN-EXCEPTIONS    PIC 9(7)    VALUE ZERO COMP.
           05  WS-STATES-NOT-ON-FILE    PIC 9(7)    VALUE ZERO COMP.

       01  WS-ZIP-STATE-TABLE.

       01  WS-REASON                   PIC X(40)   VALUE SPACES.

       01  WS-CA-POSTAL-CODE.
           05  WS-CP-LETTER-1           PIC X.
           05  WS-CP-DIGIT-1            PIC X.
           05  WS-CP-LETTER-2           PIC X.
           05  WS-CP-SEPARATOR          PIC X.
           05  WS-CP-DIGIT-2            PIC X.
           05  WS-CP-LETTER-3           PIC X.
           05  WS-CP-DIGIT-3            PIC X.
           05  WS-CP-REST               PIC X(3).

       01  WS-RUN-CONTROL-TOTALS.
           05  WS-BALANCE-HASH          PIC S9(13)V99
                                                    VALUE ZERO COMP-3.
           END-ADD
           MOVE SPACES TO WS-REASON

           IF DOMESTIC-ADDRESS
               IF NOT STATE-VALID
                   IF NOT OTHER-SEX AND NOT MALE AND NOT FEMALE
                       STRING 'INVALID STATE AND INVALID SEX CODE'
                           DELIMITED BY SIZE INTO WS-REASON
                   ELSE
                       STRING 'INVALID STATE CODE'
                           DELIMITED BY SIZE INTO WS-REASON
                   END-IF
               ELSE
                   IF NOT OTHER-SEX AND NOT MALE AND NOT FEMALE
                       STRING 'INVALID SEX CODE'
                           DELIMITED BY SIZE INTO WS-REASON
                   END-IF
               END-IF
           ELSE
               IF NOT OTHER-SEX AND NOT MALE AND NOT FEMALE
               PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
           END-IF

           IF DOMESTIC-ADDRESS
               IF STATE-VALID
                   PERFORM 2300-CHECK-ZIP-STATE THRU 2300-EXIT
               END-IF
           ELSE
               PERFORM 2400-CHECK-FOREIGN-ADDRESS THRU 2400-EXIT
           END-IF

           PERFORM 2100-READ-MAILING-FILE THRU 2100-EXIT.
       2310-EXIT.
           EXIT.

      *>***************************************************************
      *> 2400-CHECK-FOREIGN-ADDRESS - A FOREIGN RECORD HAS NO US STATE
      *>     OR ZIP TO JUDGE; IT MUST CARRY ITS OWN POSTAL CODE. A
      *>     CANADIAN RECORD ALSO NEEDS A VALID PROVINCE IN STATE AND
      *>     A POSTAL CODE OF THE FORM LETTER-DIGIT-LETTER, SPACE,
      *>     DIGIT-LETTER-DIGIT.
      *>***************************************************************
       2400-CHECK-FOREIGN-ADDRESS.
           ADD 1 TO WS-FOREIGN-RECORDS
           MOVE SPACES TO WS-REASON

           IF POSTAL-CODE = SPACES
               STRING 'MISSING FOREIGN POSTAL CODE'
                   DELIMITED BY SIZE INTO WS-REASON
           ELSE
               IF CANADIAN-ADDRESS
                   IF NOT PROVINCE-VALID
                       STRING 'INVALID PROVINCE CODE'
                           DELIMITED BY SIZE INTO WS-REASON
                   ELSE
                       PERFORM 2410-CHECK-CANADIAN-POSTAL
                           THRU 2410-EXIT
                   END-IF
               END-IF
           END-IF

           IF WS-REASON NOT = SPACES
               ADD 1 TO WS-FOREIGN-EXCEPTIONS
               PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
           END-IF.

       2400-EXIT.
           EXIT.

       2410-CHECK-CANADIAN-POSTAL.
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
               STRING 'INVALID CANADIAN POSTAL CODE'
                   DELIMITED BY SIZE INTO WS-REASON
           END-IF.

       2410-EXIT.
           EXIT.

      *>***************************************************************
      *> 3000-TERMINATE - PRINT TOTALS AND CLOSE THE FILES.
      *>***************************************************************

           DISPLAY 'MAILEDIT - ZIP/STATE MISMATCHES: '
                    WS-ZIP-STATE-MISMATCHES
           DISPLAY 'MAILEDIT - FOREIGN RECORDS EDITED: '
                    WS-FOREIGN-RECORDS ' FAILED: '
                    WS-FOREIGN-EXCEPTIONS
           IF WS-STATES-NOT-ON-FILE > ZERO
               DISPLAY 'MAILEDIT - RECORDS WITH NO RANGES ON FILE '
                       'FOR THEIR STATE, NOT JUDGED: '
