      *>***************************************************************
      *> PROGRAM-ID : MAILQUAL
      *> AUTHOR     : D. KOWALCZYK - MAILING SYSTEMS UNIT
      *> DATE-WRITTEN : 10/15/2026
      *>
      *> Data quality scorecard for the mailing master. MAILEDIT only
      *> edits STATE and SEX, so a record can pass edit every night
      *> and still be junk. This run scores every MAIL-ACTIVE record
      *> against six checks:
      *>
      *>   1  CITY STILL CARRIES THE 'THIS IS A STRING' DEFAULT
      *>   2  PRESIDENT LAST-NAME STILL THE 'INDIA' DEFAULT
      *>   3  A BLANK FIRST-NAME - PRESIDENT, A VP-MARKETING WHO HAS
      *>      A LAST NAME, OR ANY ALTERNATE-CONTACT
      *>   4  ZIP DISAGREES WITH THE PRESIDENT'S ZIP-CODE
      *>   5  ZIP DISAGREES WITH THE FIRST FIVE OF ZIP-PLUS-9
      *>   6  ZIP-PLUS-9 DISAGREES WITH ZIP-PLUS-92
      *>
      *> Checks 4-6 compare US ZIPs and are made on domestic records
      *> only; a foreign company is keyed under ZIP 00000 and its
      *> postal code lives in POSTAL-CODE. The scorecard (QUALRPT)
      *> prints each check's failures as a count and a percent of
      *> the records it was made on, beside the same percent from
      *> the last run on the quality history file; a count and
      *> percent line per STATE; and the worst offending companies,
      *> most checks failed first. Each run then appends its own
      *> summary record to the quality history file (qualhist.cpy)
      *> so the month-over-month trend can be shown.
      *>
      *> MODIFICATION HISTORY
      *>   10/15/2026  DK   Original data quality scorecard.
      *>***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MAILQUAL.
       AUTHOR.         D. KOWALCZYK.
       INSTALLATION.   MAILING SYSTEMS UNIT.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.  10/15/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    GENERIC.
       OBJECT-COMPUTER.    GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAILING-FILE     ASSIGN TO MAILMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAILING-KEY
               ALTERNATE RECORD KEY IS COMPANY-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MAILING-FILE-STATUS.

           SELECT OPTIONAL QUALITY-HISTORY-FILE ASSIGN TO QUALHIST
               ORGANIZATION IS SEQUENTIAL.

           SELECT QUALITY-REPORT   ASSIGN TO QUALRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAILING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "copybook.cpy".

       FD  QUALITY-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "qualhist.cpy".

       FD  QUALITY-REPORT
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MAILING-FILE-STATUS       PIC XX      VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X       VALUE 'N'.
               88  END-OF-MAILING-FILE              VALUE 'Y'.
           05  WS-HISTORY-EOF-SWITCH    PIC X       VALUE 'N'.
               88  END-OF-HISTORY-FILE              VALUE 'Y'.
           05  WS-PREVIOUS-RUN-SWITCH   PIC X       VALUE 'N'.
               88  PREVIOUS-RUN-FOUND               VALUE 'Y'.
           05  WS-BLANK-FIRST-SWITCH    PIC X       VALUE 'N'.
               88  BLANK-FIRST-NAME                 VALUE 'Y'.
           05  WS-STATE-FOUND-SWITCH    PIC X       VALUE 'N'.
               88  STATE-ENTRY-FOUND                VALUE 'Y'.
           05  WS-SLOT-FOUND-SWITCH     PIC X       VALUE 'N'.
               88  OFFENDER-SLOT-FOUND              VALUE 'Y'.

       01  WS-RUN-DATE                  PIC 9(6).

      *> CITY'S COPYBOOK VALUE AS IT LANDS IN THE 15-BYTE FIELD.
       01  WS-DEFAULT-CITY              PIC X(15)   VALUE
               'THIS IS A STRIN'.
       01  WS-DEFAULT-PRES-LAST         PIC X(15)   VALUE 'INDIA'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ          PIC 9(7)    VALUE ZERO COMP.
           05  WS-NOT-ACTIVE            PIC 9(7)    VALUE ZERO COMP.
           05  WS-RECORDS-SCORED        PIC 9(7)    VALUE ZERO COMP.
           05  WS-DOMESTIC-SCORED       PIC 9(7)    VALUE ZERO COMP.
           05  WS-RECORDS-CLEAN         PIC 9(7)    VALUE ZERO COMP.
           05  WS-HISTORY-READ          PIC 9(7)    VALUE ZERO COMP.

       01  WS-CHECK-NAMES-INIT.
           05  FILLER                   PIC X(24)   VALUE
               'CITY STILL DEFAULT'.
           05  FILLER                   PIC X(24)   VALUE
               'PRESIDENT STILL INDIA'.
           05  FILLER                   PIC X(24)   VALUE
               'BLANK FIRST-NAME'.
           05  FILLER                   PIC X(24)   VALUE
               'ZIP NOT = ZIP-CODE'.
           05  FILLER                   PIC X(24)   VALUE
               'ZIP NOT = ZIP-PLUS-9'.
           05  FILLER                   PIC X(24)   VALUE
               'ZIP-PLUS-9 NOT = -92'.
       01  WS-CHECK-NAMES REDEFINES WS-CHECK-NAMES-INIT.
           05  WS-CHECK-NAME            PIC X(24)   OCCURS 6 TIMES.

       01  WS-CHECK-TABLE.
           05  WS-CHECK-ENTRY           OCCURS 6 TIMES.
               10  WS-CHK-FAILURES      PIC 9(7)    VALUE ZERO COMP.

       01  WS-CHECK-SUB                 PIC 9       COMP.
       01  WS-ALT-SUB                   PIC 9       COMP.

      *> ONE BYTE PER CHECK FOR THE RECORD IN HAND - 'X' FAILED.
       01  WS-RECORD-FLAGS.
           05  WS-RECORD-FLAG           PIC X       OCCURS 6 TIMES.
       01  WS-RECORD-FAILURES           PIC 9       COMP.

      *> THE LAST SLOT CATCHES EVERY STATE BEYOND THE FIRST 99.
       01  WS-STATE-TABLE.
           05  WS-ST-USED               PIC 9(3)    COMP VALUE ZERO.
           05  WS-ST-ENTRY              OCCURS 100 TIMES.
               10  WS-ST-CODE           PIC XX.
               10  WS-ST-RECORDS        PIC 9(7)    VALUE ZERO COMP.
               10  WS-ST-FAILURES       PIC 9(7)    VALUE ZERO COMP
                                                    OCCURS 6 TIMES.

       01  WS-ST-SUB                    PIC 9(3)    COMP.
       01  WS-ST-MATCH                  PIC 9(3)    COMP.

      *> THE WORST OFFENDERS, MOST CHECKS FAILED FIRST; AMONG EQUALS
      *> THE FIRST MET ON THE MASTER STAYS AHEAD.
       01  WS-OFFENDER-TABLE.
           05  WS-OF-USED               PIC 9(2)    COMP VALUE ZERO.
           05  WS-OF-ENTRY              OCCURS 25 TIMES.
               10  WS-OF-ZIP            PIC 9(5).
               10  WS-OF-COMPANY-NAME   PIC X(30).
               10  WS-OF-STATE          PIC XX.
               10  WS-OF-FAILURES       PIC 9.
               10  WS-OF-FLAGS          PIC X(6).

       01  WS-OF-SUB                    PIC 9(2)    COMP.
       01  WS-OF-SLOT                   PIC 9(2)    COMP.

       01  WS-PREVIOUS-RUN.
           05  WS-PREV-RUN-DATE         PIC 9(6)    VALUE ZERO.
           05  WS-PREV-RECORDS-SCORED   PIC 9(7)    VALUE ZERO.
           05  WS-PREV-DOMESTIC-SCORED  PIC 9(7)    VALUE ZERO.
           05  WS-PREV-RECORDS-CLEAN    PIC 9(7)    VALUE ZERO.
           05  WS-PREV-CHECK-FAILURES   PIC 9(7)    VALUE ZERO
                                                    OCCURS 6 TIMES.

       01  WS-PERCENT-WORK.
           05  WS-BASE                  PIC 9(7)    COMP.
           05  WS-PREV-BASE             PIC 9(7)    COMP.
           05  WS-PCT                   PIC S9(3)V99.
           05  WS-PREV-PCT              PIC S9(3)V99.
           05  WS-PCT-CHANGE            PIC S9(3)V99.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(40)   VALUE
               'MAILING MASTER DATA QUALITY SCORECARD'.
           05  FILLER                   PIC X(10)   VALUE 'RUN DATE '.
           05  HDG-RUN-DATE             PIC 9(6).
           05  FILLER                   PIC X(16)   VALUE
               '   PREVIOUS RUN '.
           05  HDG-PREV-RUN-DATE        PIC X(6).

       01  WS-CHECK-HEADING.
           05  FILLER                   PIC X(4)    VALUE 'NO.'.
           05  FILLER                   PIC X(26)   VALUE 'CHECK'.
           05  FILLER                   PIC X(11)   VALUE
               '    CHECKED'.
           05  FILLER                   PIC X(11)   VALUE
               '     FAILED'.
           05  FILLER                   PIC X(10)   VALUE
               '   PERCENT'.
           05  FILLER                   PIC X(10)   VALUE
               '  PREVIOUS'.
           05  FILLER                   PIC X(10)   VALUE
               '    CHANGE'.

       01  WS-CHECK-LINE.
           05  CKL-CHECK-NO             PIC 9.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  CKL-CHECK-NAME           PIC X(24).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  CKL-CHECKED              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  CKL-FAILED               PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  CKL-PERCENT              PIC ZZ9.99.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  CKL-PREVIOUS             PIC ZZ9.99.
           05  CKL-NO-PREV-PCT REDEFINES CKL-PREVIOUS
                                        PIC X(6).
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  CKL-CHANGE               PIC +ZZ9.99.
           05  CKL-NO-PREVIOUS REDEFINES CKL-CHANGE
                                        PIC X(7).

       01  WS-CLEAN-LINE.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  FILLER                   PIC X(24)   VALUE
               'CLEAN ON EVERY CHECK'.
           05  FILLER                   PIC X(6)    VALUE SPACES.
           05  CLN-CHECKED              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  CLN-CLEAN                PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  CLN-PERCENT              PIC ZZ9.99.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  CLN-PREVIOUS             PIC ZZ9.99.
           05  CLN-NO-PREV-PCT REDEFINES CLN-PREVIOUS
                                        PIC X(6).
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  CLN-CHANGE               PIC +ZZ9.99.
           05  CLN-NO-PREVIOUS REDEFINES CLN-CHANGE
                                        PIC X(7).

       01  WS-STATE-HEADING-1.
           05  FILLER                   PIC X(50)   VALUE
               'FAILURES BY STATE - COUNTS, THEN PCT OF STATE'.

       01  WS-STATE-HEADING-2.
           05  FILLER                   PIC X(8)    VALUE 'STATE'.
           05  FILLER                   PIC X(12)   VALUE 'RECORDS'.
           05  FILLER                   PIC X(12)   VALUE 'CHECK 1'.
           05  FILLER                   PIC X(12)   VALUE 'CHECK 2'.
           05  FILLER                   PIC X(12)   VALUE 'CHECK 3'.
           05  FILLER                   PIC X(12)   VALUE 'CHECK 4'.
           05  FILLER                   PIC X(12)   VALUE 'CHECK 5'.
           05  FILLER                   PIC X(12)   VALUE 'CHECK 6'.

       01  WS-STATE-LINE.
           05  STL-STATE                PIC X(8).
           05  STL-RECORDS              PIC ZZZ,ZZ9.
           05  STL-CHECK-COLUMN         OCCURS 6 TIMES.
               10  FILLER               PIC X(5).
               10  STL-FAILURES         PIC ZZZ,ZZ9.

       01  WS-STATE-PERCENT-LINE.
           05  SPL-LITERAL              PIC X(15).
           05  SPL-CHECK-COLUMN         OCCURS 6 TIMES.
               10  FILLER               PIC X(6).
               10  SPL-PERCENT          PIC ZZ9.99.

       01  WS-OFFENDER-HEADING-1.
           05  FILLER                   PIC X(50)   VALUE
               'WORST OFFENDING COMPANIES - X MARKS A FAILED CHECK'.

       01  WS-OFFENDER-HEADING-2.
           05  FILLER                   PIC X(7)    VALUE 'ZIP'.
           05  FILLER                   PIC X(32)   VALUE
               'COMPANY NAME'.
           05  FILLER                   PIC X(7)    VALUE 'STATE'.
           05  FILLER                   PIC X(8)    VALUE 'FAILED'.
           05  FILLER                   PIC X(6)    VALUE '123456'.

       01  WS-OFFENDER-LINE.
           05  OFL-ZIP                  PIC 9(5).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  OFL-COMPANY-NAME         PIC X(30).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  OFL-STATE                PIC XX.
           05  FILLER                   PIC X(5)    VALUE SPACES.
           05  OFL-FAILURES             PIC 9.
           05  FILLER                   PIC X(7)    VALUE SPACES.
           05  OFL-FLAGS                PIC X(6).

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(20)   VALUE
               'RECORDS READ . . . .'.
           05  TOT-RECORDS-READ         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(6)    VALUE SPACES.
           05  FILLER                   PIC X(20)   VALUE
               'NOT ACTIVE . . . . .'.
           05  TOT-NOT-ACTIVE           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(6)    VALUE SPACES.
           05  FILLER                   PIC X(20)   VALUE
               'RECORDS SCORED . . .'.
           05  TOT-RECORDS-SCORED       PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-SCORE-ONE-RECORD THRU 2000-EXIT
               UNTIL END-OF-MAILING-FILE
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           STOP RUN.

      *>***************************************************************
      *> 1000-INITIALIZE - OPEN FILES, PICK UP THE LAST RUN'S SUMMARY
      *>     FROM THE QUALITY HISTORY FILE, PRIME THE READ.
      *>***************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE

           OPEN INPUT  MAILING-FILE
                OUTPUT QUALITY-REPORT

           IF WS-MAILING-FILE-STATUS NOT = '00'
               DISPLAY 'MAILQUAL - MAILING-FILE OPEN FAILED, STATUS: '
                        WS-MAILING-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1100-LOAD-PREVIOUS-RUN THRU 1100-EXIT
           PERFORM 2900-READ-MAILING-FILE THRU 2900-EXIT.

       1000-EXIT.
           EXIT.

      *>***************************************************************
      *> 1100-LOAD-PREVIOUS-RUN - THE HISTORY FILE IS APPENDED ONCE A
      *>     RUN, SO ITS LAST RECORD IS THE RUN TO COMPARE AGAINST. NO
      *>     FILE YET MEANS THIS IS THE FIRST SCORECARD.
      *>***************************************************************
       1100-LOAD-PREVIOUS-RUN.
           OPEN INPUT QUALITY-HISTORY-FILE
           PERFORM 1110-READ-HISTORY-FILE THRU 1110-EXIT
           PERFORM 1120-KEEP-HISTORY-RECORD THRU 1120-EXIT
               UNTIL END-OF-HISTORY-FILE
           CLOSE QUALITY-HISTORY-FILE.

       1100-EXIT.
           EXIT.

       1110-READ-HISTORY-FILE.
           READ QUALITY-HISTORY-FILE
               AT END
                   SET END-OF-HISTORY-FILE TO TRUE
           END-READ.

       1110-EXIT.
           EXIT.

       1120-KEEP-HISTORY-RECORD.
           ADD 1 TO WS-HISTORY-READ
           SET PREVIOUS-RUN-FOUND TO TRUE
           MOVE QUALITY-HISTORY-RECORD TO WS-PREVIOUS-RUN
           PERFORM 1110-READ-HISTORY-FILE THRU 1110-EXIT.

       1120-EXIT.
           EXIT.

      *>***************************************************************
      *> 2000-SCORE-ONE-RECORD - RUN THE CHECKS ON AN ACTIVE RECORD,
      *>     POST ITS FAILURES TO ITS STATE, AND RANK IT AMONG THE
      *>     WORST OFFENDERS.
      *>***************************************************************
       2000-SCORE-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ

           IF NOT MAIL-ACTIVE
               ADD 1 TO WS-NOT-ACTIVE
           ELSE
               ADD 1 TO WS-RECORDS-SCORED
               PERFORM 2100-APPLY-CHECKS THRU 2100-EXIT
               PERFORM 2300-POST-STATE THRU 2300-EXIT
               IF WS-RECORD-FAILURES = ZERO
                   ADD 1 TO WS-RECORDS-CLEAN
               ELSE
                   PERFORM 2400-RANK-OFFENDER THRU 2400-EXIT
               END-IF
           END-IF

           PERFORM 2900-READ-MAILING-FILE THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *>***************************************************************
      *> 2100-APPLY-CHECKS - ONE FLAG BYTE PER CHECK. THE ZIP CHECKS
      *>     ARE MADE ON DOMESTIC RECORDS ONLY.
      *>***************************************************************
       2100-APPLY-CHECKS.
           MOVE ALL '.' TO WS-RECORD-FLAGS
           MOVE ZERO    TO WS-RECORD-FAILURES

           IF CITY = WS-DEFAULT-CITY
               MOVE 1 TO WS-CHECK-SUB
               PERFORM 2200-RECORD-FAILURE THRU 2200-EXIT
           END-IF

           IF LAST-NAME OF PRESIDENT = WS-DEFAULT-PRES-LAST
               MOVE 2 TO WS-CHECK-SUB
               PERFORM 2200-RECORD-FAILURE THRU 2200-EXIT
           END-IF

           PERFORM 2110-CHECK-FIRST-NAMES THRU 2110-EXIT
           IF BLANK-FIRST-NAME
               MOVE 3 TO WS-CHECK-SUB
               PERFORM 2200-RECORD-FAILURE THRU 2200-EXIT
           END-IF

           IF DOMESTIC-ADDRESS
               ADD 1 TO WS-DOMESTIC-SCORED
               IF ZIP-CODE (2:5) NOT = ZIP
                   MOVE 4 TO WS-CHECK-SUB
                   PERFORM 2200-RECORD-FAILURE THRU 2200-EXIT
               END-IF
               IF ZIP-PLUS-9 (1:5) NOT = ZIP
                   MOVE 5 TO WS-CHECK-SUB
                   PERFORM 2200-RECORD-FAILURE THRU 2200-EXIT
               END-IF
               IF ZIP-PLUS-9 NOT = ZIP-PLUS-92
                   MOVE 6 TO WS-CHECK-SUB
                   PERFORM 2200-RECORD-FAILURE THRU 2200-EXIT
               END-IF
           END-IF.

       2100-EXIT.
           EXIT.

      *>***************************************************************
      *> 2110-CHECK-FIRST-NAMES - A VP-MARKETING WITH NO LAST NAME IS
      *>     AN EMPTY SLOT, NOT A BLANK FIRST NAME.
      *>***************************************************************
       2110-CHECK-FIRST-NAMES.
           MOVE 'N' TO WS-BLANK-FIRST-SWITCH

           IF FIRST-NAME OF PRESIDENT = SPACES
               SET BLANK-FIRST-NAME TO TRUE
           END-IF

           IF LAST-NAME OF VP-MARKETING NOT = SPACES
           AND FIRST-NAME OF VP-MARKETING = SPACES
               SET BLANK-FIRST-NAME TO TRUE
           END-IF

           PERFORM 2120-CHECK-ALT-FIRST-NAME THRU 2120-EXIT
               VARYING WS-ALT-SUB FROM 1 BY 1
               UNTIL WS-ALT-SUB > ALT-CONTACT-COUNT.

       2110-EXIT.
           EXIT.

       2120-CHECK-ALT-FIRST-NAME.
           IF FIRST-NAME OF ALTERNATE-CONTACT (WS-ALT-SUB) = SPACES
               SET BLANK-FIRST-NAME TO TRUE
           END-IF.

       2120-EXIT.
           EXIT.

       2200-RECORD-FAILURE.
           MOVE 'X' TO WS-RECORD-FLAG (WS-CHECK-SUB)
           ADD 1 TO WS-RECORD-FAILURES
           ADD 1 TO WS-CHK-FAILURES (WS-CHECK-SUB).

       2200-EXIT.
           EXIT.

      *>***************************************************************
      *> 2300-POST-STATE - FIND OR ADD THE RECORD'S STATE AND COUNT
      *>     THE RECORD AND EACH CHECK IT FAILED.
      *>***************************************************************
       2300-POST-STATE.
           MOVE 'N' TO WS-STATE-FOUND-SWITCH
           PERFORM 2310-FIND-STATE-ENTRY THRU 2310-EXIT
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-ST-USED
                  OR STATE-ENTRY-FOUND

           IF NOT STATE-ENTRY-FOUND
               IF WS-ST-USED < 99
                   ADD 1 TO WS-ST-USED
                   MOVE WS-ST-USED TO WS-ST-MATCH
                   MOVE STATE      TO WS-ST-CODE (WS-ST-MATCH)
               ELSE
                   MOVE 100        TO WS-ST-MATCH
                                      WS-ST-USED
                   MOVE '**'       TO WS-ST-CODE (WS-ST-MATCH)
               END-IF
           END-IF

           ADD 1 TO WS-ST-RECORDS (WS-ST-MATCH)
           PERFORM 2320-POST-STATE-FAILURE THRU 2320-EXIT
               VARYING WS-CHECK-SUB FROM 1 BY 1
               UNTIL WS-CHECK-SUB > 6.

       2300-EXIT.
           EXIT.

       2310-FIND-STATE-ENTRY.
           IF WS-ST-CODE (WS-ST-SUB) = STATE
           OR WS-ST-SUB = 100
               SET STATE-ENTRY-FOUND TO TRUE
               MOVE WS-ST-SUB TO WS-ST-MATCH
           END-IF.

       2310-EXIT.
           EXIT.

       2320-POST-STATE-FAILURE.
           IF WS-RECORD-FLAG (WS-CHECK-SUB) = 'X'
               ADD 1 TO WS-ST-FAILURES (WS-ST-MATCH, WS-CHECK-SUB)
           END-IF.

       2320-EXIT.
           EXIT.

      *>***************************************************************
      *> 2400-RANK-OFFENDER - FIND THE FIRST SLOT HOLDING FEWER
      *>     FAILURES THAN THIS RECORD, PUSH THE SLOTS BELOW IT DOWN
      *>     ONE (THE LAST DROPS OFF A FULL TABLE), AND PUT THE RECORD
      *>     THERE. A RECORD NO WORSE THAN A FULL TABLE'S LAST IS LEFT
      *>     OUT.
      *>***************************************************************
       2400-RANK-OFFENDER.
           MOVE 'N' TO WS-SLOT-FOUND-SWITCH
           PERFORM 2410-TEST-OFFENDER-SLOT THRU 2410-EXIT
               VARYING WS-OF-SUB FROM 1 BY 1
               UNTIL WS-OF-SUB > WS-OF-USED
                  OR OFFENDER-SLOT-FOUND

           IF NOT OFFENDER-SLOT-FOUND
           AND WS-OF-USED < 25
               SET OFFENDER-SLOT-FOUND TO TRUE
               COMPUTE WS-OF-SLOT = WS-OF-USED + 1
           END-IF

           IF OFFENDER-SLOT-FOUND
               IF WS-OF-USED < 25
                   ADD 1 TO WS-OF-USED
               END-IF
               PERFORM 2420-SHIFT-OFFENDER-DOWN THRU 2420-EXIT
                   VARYING WS-OF-SUB FROM WS-OF-USED BY -1
                   UNTIL WS-OF-SUB NOT > WS-OF-SLOT
               MOVE ZIP                TO WS-OF-ZIP (WS-OF-SLOT)
               MOVE COMPANY-NAME       TO WS-OF-COMPANY-NAME
                                              (WS-OF-SLOT)
               MOVE STATE              TO WS-OF-STATE (WS-OF-SLOT)
               MOVE WS-RECORD-FAILURES TO WS-OF-FAILURES (WS-OF-SLOT)
               MOVE WS-RECORD-FLAGS    TO WS-OF-FLAGS (WS-OF-SLOT)
           END-IF.

       2400-EXIT.
           EXIT.

       2410-TEST-OFFENDER-SLOT.
           IF WS-OF-FAILURES (WS-OF-SUB) < WS-RECORD-FAILURES
               SET OFFENDER-SLOT-FOUND TO TRUE
               MOVE WS-OF-SUB TO WS-OF-SLOT
           END-IF.

       2410-EXIT.
           EXIT.

       2420-SHIFT-OFFENDER-DOWN.
           MOVE WS-OF-ENTRY (WS-OF-SUB - 1) TO WS-OF-ENTRY (WS-OF-SUB).

       2420-EXIT.
           EXIT.

       2900-READ-MAILING-FILE.
           READ MAILING-FILE
               AT END
                   SET END-OF-MAILING-FILE TO TRUE
           END-READ.

       2900-EXIT.
           EXIT.

      *>***************************************************************
      *> 3000-TERMINATE - PRINT THE SCORECARD, APPEND THIS RUN TO THE
      *>     QUALITY HISTORY FILE, CLOSE UP.
      *>***************************************************************
       3000-TERMINATE.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           IF PREVIOUS-RUN-FOUND
               MOVE WS-PREV-RUN-DATE TO HDG-PREV-RUN-DATE
           ELSE
               MOVE 'NONE'           TO HDG-PREV-RUN-DATE
           END-IF
           WRITE RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 3100-PRINT-CHECK-SUMMARY THRU 3100-EXIT
           PERFORM 3200-PRINT-STATE-SECTION THRU 3200-EXIT
           PERFORM 3300-PRINT-OFFENDERS THRU 3300-EXIT

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RECORDS-READ   TO TOT-RECORDS-READ
           MOVE WS-NOT-ACTIVE     TO TOT-NOT-ACTIVE
           MOVE WS-RECORDS-SCORED TO TOT-RECORDS-SCORED
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           PERFORM 3400-APPEND-QUALITY-HISTORY THRU 3400-EXIT

           CLOSE MAILING-FILE
                 QUALITY-REPORT

           DISPLAY 'MAILQUAL - RECORDS READ:   ' WS-RECORDS-READ
           DISPLAY 'MAILQUAL - RECORDS SCORED: ' WS-RECORDS-SCORED
           DISPLAY 'MAILQUAL - RECORDS CLEAN:  ' WS-RECORDS-CLEAN.

       3000-EXIT.
           EXIT.

      *>***************************************************************
      *> 3100-PRINT-CHECK-SUMMARY - ONE LINE PER CHECK: RECORDS IT WAS
      *>     MADE ON, FAILURES, PERCENT, LAST RUN'S PERCENT AND THE
      *>     CHANGE (PLUS IS DIRTIER), THEN THE CLEAN-RECORD LINE.
      *>***************************************************************
       3100-PRINT-CHECK-SUMMARY.
           WRITE RPT-LINE FROM WS-CHECK-HEADING

           PERFORM 3110-PRINT-ONE-CHECK THRU 3110-EXIT
               VARYING WS-CHECK-SUB FROM 1 BY 1
               UNTIL WS-CHECK-SUB > 6

           MOVE WS-RECORDS-SCORED      TO WS-BASE
           MOVE WS-PREV-RECORDS-SCORED TO WS-PREV-BASE
           MOVE ZERO TO WS-PCT
                        WS-PREV-PCT
           IF WS-BASE NOT = ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-RECORDS-CLEAN * 100 / WS-BASE
           END-IF
           IF WS-PREV-BASE NOT = ZERO
               COMPUTE WS-PREV-PCT ROUNDED =
                   WS-PREV-RECORDS-CLEAN * 100 / WS-PREV-BASE
           END-IF
           COMPUTE WS-PCT-CHANGE = WS-PCT - WS-PREV-PCT

           MOVE WS-RECORDS-SCORED TO CLN-CHECKED
           MOVE WS-RECORDS-CLEAN  TO CLN-CLEAN
           MOVE WS-PCT            TO CLN-PERCENT
           IF PREVIOUS-RUN-FOUND
               MOVE WS-PREV-PCT   TO CLN-PREVIOUS
               MOVE WS-PCT-CHANGE TO CLN-CHANGE
           ELSE
               MOVE SPACES        TO CLN-NO-PREV-PCT
                                     CLN-NO-PREVIOUS
           END-IF
           WRITE RPT-LINE FROM WS-CLEAN-LINE.

       3100-EXIT.
           EXIT.

       3110-PRINT-ONE-CHECK.
           IF WS-CHECK-SUB < 4
               MOVE WS-RECORDS-SCORED       TO WS-BASE
               MOVE WS-PREV-RECORDS-SCORED  TO WS-PREV-BASE
           ELSE
               MOVE WS-DOMESTIC-SCORED      TO WS-BASE
               MOVE WS-PREV-DOMESTIC-SCORED TO WS-PREV-BASE
           END-IF

           MOVE ZERO TO WS-PCT
                        WS-PREV-PCT
           IF WS-BASE NOT = ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-CHK-FAILURES (WS-CHECK-SUB) * 100 / WS-BASE
           END-IF
           IF WS-PREV-BASE NOT = ZERO
               COMPUTE WS-PREV-PCT ROUNDED =
                   WS-PREV-CHECK-FAILURES (WS-CHECK-SUB) * 100
                   / WS-PREV-BASE
           END-IF
           COMPUTE WS-PCT-CHANGE = WS-PCT - WS-PREV-PCT

           MOVE WS-CHECK-SUB                   TO CKL-CHECK-NO
           MOVE WS-CHECK-NAME (WS-CHECK-SUB)   TO CKL-CHECK-NAME
           MOVE WS-BASE                        TO CKL-CHECKED
           MOVE WS-CHK-FAILURES (WS-CHECK-SUB) TO CKL-FAILED
           MOVE WS-PCT                         TO CKL-PERCENT
           IF PREVIOUS-RUN-FOUND
               MOVE WS-PREV-PCT                TO CKL-PREVIOUS
               MOVE WS-PCT-CHANGE              TO CKL-CHANGE
           ELSE
               MOVE SPACES                     TO CKL-NO-PREV-PCT
                                                  CKL-NO-PREVIOUS
           END-IF
           WRITE RPT-LINE FROM WS-CHECK-LINE.

       3110-EXIT.
           EXIT.

      *>***************************************************************
      *> 3200-PRINT-STATE-SECTION - EACH STATE'S FAILURE COUNTS, THEN
      *>     EACH AS A PERCENT OF THE STATE'S SCORED RECORDS. A STATE
      *>     WITH NO RECORDS CANNOT BE IN THE TABLE.
      *>***************************************************************
       3200-PRINT-STATE-SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-STATE-HEADING-1
           WRITE RPT-LINE FROM WS-STATE-HEADING-2

           PERFORM 3210-PRINT-ONE-STATE THRU 3210-EXIT
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-ST-USED.

       3200-EXIT.
           EXIT.

       3210-PRINT-ONE-STATE.
           MOVE SPACES TO WS-STATE-LINE
                          WS-STATE-PERCENT-LINE
           MOVE WS-ST-CODE (WS-ST-SUB)    TO STL-STATE
           MOVE WS-ST-RECORDS (WS-ST-SUB) TO STL-RECORDS
           MOVE '  PCT'                   TO SPL-LITERAL
           PERFORM 3220-FILL-STATE-COLUMN THRU 3220-EXIT
               VARYING WS-CHECK-SUB FROM 1 BY 1
               UNTIL WS-CHECK-SUB > 6
           WRITE RPT-LINE FROM WS-STATE-LINE
           WRITE RPT-LINE FROM WS-STATE-PERCENT-LINE.

       3210-EXIT.
           EXIT.

       3220-FILL-STATE-COLUMN.
           MOVE WS-ST-FAILURES (WS-ST-SUB, WS-CHECK-SUB)
               TO STL-FAILURES (WS-CHECK-SUB)
           COMPUTE SPL-PERCENT (WS-CHECK-SUB) ROUNDED =
               WS-ST-FAILURES (WS-ST-SUB, WS-CHECK-SUB) * 100 /
               WS-ST-RECORDS (WS-ST-SUB).

       3220-EXIT.
           EXIT.

       3300-PRINT-OFFENDERS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-OFFENDER-HEADING-1
           WRITE RPT-LINE FROM WS-OFFENDER-HEADING-2

           PERFORM 3310-PRINT-ONE-OFFENDER THRU 3310-EXIT
               VARYING WS-OF-SUB FROM 1 BY 1
               UNTIL WS-OF-SUB > WS-OF-USED.

       3300-EXIT.
           EXIT.

       3310-PRINT-ONE-OFFENDER.
           MOVE WS-OF-ZIP (WS-OF-SUB)          TO OFL-ZIP
           MOVE WS-OF-COMPANY-NAME (WS-OF-SUB) TO OFL-COMPANY-NAME
           MOVE WS-OF-STATE (WS-OF-SUB)        TO OFL-STATE
           MOVE WS-OF-FAILURES (WS-OF-SUB)     TO OFL-FAILURES
           MOVE WS-OF-FLAGS (WS-OF-SUB)        TO OFL-FLAGS
           WRITE RPT-LINE FROM WS-OFFENDER-LINE.

       3310-EXIT.
           EXIT.

      *>***************************************************************
      *> 3400-APPEND-QUALITY-HISTORY - ONE SUMMARY RECORD PER RUN.
      *>***************************************************************
       3400-APPEND-QUALITY-HISTORY.
           OPEN EXTEND QUALITY-HISTORY-FILE
           MOVE WS-RUN-DATE        TO QH-RUN-DATE
           MOVE WS-RECORDS-SCORED  TO QH-RECORDS-SCORED
           MOVE WS-DOMESTIC-SCORED TO QH-DOMESTIC-SCORED
           MOVE WS-RECORDS-CLEAN   TO QH-RECORDS-CLEAN
           PERFORM 3410-MOVE-CHECK-FAILURES THRU 3410-EXIT
               VARYING WS-CHECK-SUB FROM 1 BY 1
               UNTIL WS-CHECK-SUB > 6
           WRITE QUALITY-HISTORY-RECORD
           CLOSE QUALITY-HISTORY-FILE.

       3400-EXIT.
           EXIT.

       3410-MOVE-CHECK-FAILURES.
           MOVE WS-CHK-FAILURES (WS-CHECK-SUB)
               TO QH-CHECK-FAILURES (WS-CHECK-SUB).

       3410-EXIT.
           EXIT.
