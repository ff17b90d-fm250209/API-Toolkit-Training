      *>***************************************************************
      *> PROGRAM-ID : BALPOST
      *> AUTHOR     : D. KOWALCZYK - MAILING SYSTEMS UNIT
      *> DATE-WRITTEN : 10/15/2026
      *>
      *> Posts account activity against the mailing master. Accounts
      *> key one balance transaction per charge, payment or
      *> adjustment (baltran.cpy: batch id, ZIP, COMPANY-NAME, type,
      *> reference, transaction date, amount). A charge adds to the
      *> balance, a payment takes from it and an adjustment carries
      *> its own sign. Each transaction is looked up on the master by
      *> its key - through the key cross-reference when the company
      *> has moved - and the amount is posted to ACCOUNT-BALANCE and
      *> to ACCOUNT-BALANCE2 alike, so RECONRUN still breaks only on
      *> a real difference between the two feeds. Both changes go to
      *> the audit file with their before and after values, and each
      *> posting is kept on the balance history file (balhist.cpy)
      *> for the month-end statement run (STMTRUN).
      *>
      *> The daily posting journal (BALJRNL) lists every transaction,
      *> posted or rejected with its reason, with control totals at
      *> the end of each batch and for the run. The run's control
      *> section ties the posting to the run-control file: the
      *> master's opening ACCOUNT-BALANCE hash (which BALCHECK has
      *> just verified against the last run-control record) plus the
      *> net amount posted must equal the closing hash this run
      *> writes to RUNCTL. A run that does not tie ends with
      *> RETURN-CODE 16.
      *>
      *> MODIFICATION HISTORY
      *>   10/15/2026  DK   Original balance posting run and journal.
      *>***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BALPOST.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAILING-KEY
               ALTERNATE RECORD KEY IS COMPANY-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MAILING-FILE-STATUS.

           SELECT BALANCE-TRAN-FILE ASSIGN TO BALTRAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-FILE       ASSIGN TO MAILAUDT
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL KEY-XREF-FILE ASSIGN TO KEYXREF
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL BALANCE-HISTORY-FILE ASSIGN TO BALHIST
               ORGANIZATION IS SEQUENTIAL.

           SELECT POSTING-JOURNAL  ASSIGN TO BALJRNL
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAILING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "copybook.cpy".

       FD  BALANCE-TRAN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "baltran.cpy".

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "mailaudt.cpy".

       FD  KEY-XREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "keyxref.cpy".

       FD  BALANCE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "balhist.cpy".

       FD  POSTING-JOURNAL
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                    PIC X(132).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01  WS-MAILING-FILE-STATUS       PIC XX      VALUE '00'.

       01  WS-SWITCHES.
           05  WS-TRAN-EOF-SWITCH       PIC X       VALUE 'N'.
               88  END-OF-TRAN-FILE                 VALUE 'Y'.
           05  WS-XREF-EOF-SWITCH       PIC X       VALUE 'N'.
               88  END-OF-XREF-FILE                 VALUE 'Y'.
           05  WS-XREF-FOUND-SWITCH     PIC X       VALUE 'N'.
               88  XREF-ENTRY-FOUND                 VALUE 'Y'.
           05  WS-KEY-TRANSLATED-SWITCH PIC X       VALUE 'N'.
               88  KEY-TRANSLATED                   VALUE 'Y'.
           05  WS-RUNCTL-EOF-SWITCH     PIC X       VALUE 'N'.
               88  END-OF-RUNCTL-FILE               VALUE 'Y'.
           05  WS-RUNCTL-SEEN-SWITCH    PIC X       VALUE 'N'.
               88  RUN-CONTROL-SEEN                 VALUE 'Y'.

       01  WS-RUN-DATE                  PIC 9(6).
       01  WS-CURRENT-BATCH             PIC X(6).
       01  WS-BATCH-LABEL               PIC X(6)    VALUE 'BATCH'.
       01  WS-REJECT-REASON             PIC X(20).
       01  WS-ACTION                    PIC X(20).

      *> CONTROL TOTALS - ONE SET FOR THE BATCH IN HAND, ONE FOR THE
      *> RUN. THE NET IS WHAT THE BALANCE HASH MUST MOVE BY.
       01  WS-BATCH-TOTALS.
           05  WS-BT-READ               PIC 9(7)    COMP.
           05  WS-BT-POSTED             PIC 9(7)    COMP.
           05  WS-BT-REJECTED           PIC 9(7)    COMP.
           05  WS-BT-CHARGES            PIC S9(11)V99 COMP-3.
           05  WS-BT-PAYMENTS           PIC S9(11)V99 COMP-3.
           05  WS-BT-ADJUSTMENTS        PIC S9(11)V99 COMP-3.
           05  WS-BT-NET                PIC S9(11)V99 COMP-3.

       01  WS-RUN-TOTALS.
           05  WS-RT-READ               PIC 9(7)    VALUE ZERO COMP.
           05  WS-RT-POSTED             PIC 9(7)    VALUE ZERO COMP.
           05  WS-RT-REJECTED           PIC 9(7)    VALUE ZERO COMP.
           05  WS-RT-TRANSLATED         PIC 9(7)    VALUE ZERO COMP.
           05  WS-RT-BATCHES            PIC 9(7)    VALUE ZERO COMP.
           05  WS-RT-CHARGES            PIC S9(11)V99
                                                    VALUE ZERO COMP-3.
           05  WS-RT-PAYMENTS           PIC S9(11)V99
                                                    VALUE ZERO COMP-3.
           05  WS-RT-ADJUSTMENTS        PIC S9(11)V99
                                                    VALUE ZERO COMP-3.
           05  WS-RT-NET                PIC S9(11)V99
                                                    VALUE ZERO COMP-3.

       01  WS-KEY-XREF-TABLE.
           05  WS-KX-USED               PIC 9(4)    COMP VALUE ZERO.
           05  WS-KX-ENTRY              OCCURS 5000 TIMES.
               10  WS-KX-OLD-ZIP        PIC 9(5).
               10  WS-KX-OLD-NAME       PIC X(30).
               10  WS-KX-NEW-ZIP        PIC 9(5).
               10  WS-KX-NEW-NAME       PIC X(30).

       01  WS-KX-SUB                    PIC 9(4)    COMP.
       01  WS-KX-START                  PIC 9(4)    COMP.

       01  WS-RESOLVED-KEY.
           05  WS-RESOLVED-ZIP          PIC 9(5).
           05  WS-RESOLVED-NAME         PIC X(30).

       01  WS-POSTING-WORK.
           05  WS-SIGNED-AMOUNT         PIC S9(6)V99.
           05  WS-BALANCE-BEFORE        PIC S9(6)V99.
           05  WS-BALANCE2-BEFORE       PIC S9(5)V99.
           05  WS-NEW-BALANCE           PIC S9(6)V99.
           05  WS-NEW-BALANCE2          PIC S9(5)V99.

       01  WS-AUDIT-AMOUNT              PIC -(6)9.99.

      *> THE LAST RUN-CONTROL RECORD ON FILE BEFORE THIS RUN - THE
      *> FIGURES BALCHECK VERIFIED AHEAD OF THIS STEP.
       01  WS-LAST-RUN-CONTROL.
           05  WS-LAST-PROGRAM-ID       PIC X(8)    VALUE SPACES.
           05  WS-LAST-MASTER-COUNT     PIC 9(7)    VALUE ZERO.
           05  WS-LAST-BALANCE-HASH     PIC S9(13)V99 VALUE ZERO.

       01  WS-OPENING-TOTALS.
           05  WS-OPENING-COUNT         PIC 9(7)    VALUE ZERO COMP.
           05  WS-OPENING-HASH          PIC S9(13)V99
                                                    VALUE ZERO COMP-3.
           05  WS-EXPECTED-HASH         PIC S9(13)V99
                                                    VALUE ZERO COMP-3.

       01  WS-RUN-CONTROL-TOTALS.
           05  WS-MASTER-COUNT          PIC 9(7)    VALUE ZERO COMP.
           05  WS-BALANCE-HASH          PIC S9(13)V99
                                                    VALUE ZERO COMP-3.

       01  WS-RC-SCAN-EOF-SW            PIC X       VALUE 'N'.
           88  END-OF-RC-SCAN                       VALUE 'Y'.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(40)   VALUE
               'DAILY BALANCE POSTING JOURNAL'.
           05  FILLER                   PIC X(10)   VALUE 'RUN DATE '.
           05  HDG-RUN-DATE             PIC 9(6).

       01  WS-HEADING-2.
           05  FILLER                   PIC X(8)    VALUE 'BATCH'.
           05  FILLER                   PIC X(7)    VALUE 'ZIP'.
           05  FILLER                   PIC X(32)   VALUE
               'COMPANY NAME'.
           05  FILLER                   PIC X(3)    VALUE 'T'.
           05  FILLER                   PIC X(14)   VALUE 'REFERENCE'.
           05  FILLER                   PIC X(8)    VALUE 'DATE'.
           05  FILLER                   PIC X(13)   VALUE
               '     AMOUNT'.
           05  FILLER                   PIC X(13)   VALUE
               '  NEW BALANCE'.
           05  FILLER                   PIC X(20)   VALUE 'ACTION'.

       01  WS-DETAIL-LINE.
           05  DTL-BATCH-ID             PIC X(6).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DTL-ZIP                  PIC 9(5).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DTL-COMPANY-NAME         PIC X(30).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DTL-TRAN-TYPE            PIC X.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DTL-REFERENCE            PIC X(12).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DTL-TRAN-DATE            PIC X(6).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DTL-AMOUNT               PIC -(6)9.99.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DTL-NEW-BALANCE          PIC -(6)9.99.
           05  DTL-NO-BALANCE REDEFINES DTL-NEW-BALANCE
                                        PIC X(10).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DTL-ACTION               PIC X(20).

       01  WS-BATCH-LINE-1.
           05  FILLER                   PIC X(8)    VALUE SPACES.
           05  BTL-LABEL                PIC X(6).
           05  BTL-BATCH-ID             PIC X(6).
           05  FILLER                   PIC X(9)    VALUE '   READ '.
           05  BTL-READ                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(10)   VALUE
               '   POSTED '.
           05  BTL-POSTED               PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(12)   VALUE
               '   REJECTED '.
           05  BTL-REJECTED             PIC ZZZ,ZZ9.

       01  WS-BATCH-LINE-2.
           05  FILLER                   PIC X(14)   VALUE SPACES.
           05  FILLER                   PIC X(9)    VALUE 'CHARGES '.
           05  BTL-CHARGES              PIC -(10)9.99.
           05  FILLER                   PIC X(11)   VALUE
               '  PAYMENTS '.
           05  BTL-PAYMENTS             PIC -(10)9.99.
           05  FILLER                   PIC X(14)   VALUE
               '  ADJUSTMENTS '.
           05  BTL-ADJUSTMENTS          PIC -(10)9.99.
           05  FILLER                   PIC X(6)    VALUE '  NET '.
           05  BTL-NET                  PIC -(10)9.99.

       01  WS-TOTAL-LINE.
           05  TOT-LABEL                PIC X(25).
           05  TOT-COUNT                PIC ZZZ,ZZ9.

       01  WS-AMOUNT-LINE.
           05  AMT-LABEL                PIC X(30).
           05  AMT-VALUE                PIC -(13)9.99.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  AMT-NOTE                 PIC X(40).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-POST-ONE-TRANSACTION THRU 2000-EXIT
               UNTIL END-OF-TRAN-FILE
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           STOP RUN.

      *>***************************************************************
      *> 1000-INITIALIZE - TAKE THE OPENING FIGURES BEFORE ANYTHING IS
      *>     POSTED: THE LAST RUN-CONTROL RECORD AND THE MASTER'S OWN
      *>     COUNT AND BALANCE HASH.
      *>***************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE

           PERFORM 1200-READ-LAST-RUN-CONTROL THRU 1200-EXIT
           PERFORM 1300-LOAD-KEY-XREF-TABLE THRU 1300-EXIT

           PERFORM 9400-COMPUTE-MASTER-TOTALS THRU 9400-EXIT
           MOVE WS-MASTER-COUNT TO WS-OPENING-COUNT
           MOVE WS-BALANCE-HASH TO WS-OPENING-HASH

           OPEN I-O    MAILING-FILE
                INPUT  BALANCE-TRAN-FILE
                EXTEND AUDIT-FILE
                       BALANCE-HISTORY-FILE
                OUTPUT POSTING-JOURNAL

           IF WS-MAILING-FILE-STATUS NOT = '00'
               DISPLAY 'BALPOST - MAILING-FILE OPEN FAILED, STATUS: '
                        WS-MAILING-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           WRITE RPT-LINE FROM WS-HEADING-1
           WRITE RPT-LINE FROM WS-HEADING-2

           PERFORM 2100-READ-TRAN-FILE THRU 2100-EXIT
           IF NOT END-OF-TRAN-FILE
               PERFORM 2050-START-BATCH THRU 2050-EXIT
           END-IF.

       1000-EXIT.
           EXIT.

      *>***************************************************************
      *> 1200-READ-LAST-RUN-CONTROL - ROLL TO THE NEWEST RUN-CONTROL
      *>     RECORD, AS BALCHECK DOES.
      *>***************************************************************
       1200-READ-LAST-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           PERFORM 1210-READ-RUN-CONTROL-FILE THRU 1210-EXIT
           PERFORM 1220-SAVE-RUN-CONTROL THRU 1220-EXIT
               UNTIL END-OF-RUNCTL-FILE
           CLOSE RUN-CONTROL-FILE.

       1200-EXIT.
           EXIT.

       1210-READ-RUN-CONTROL-FILE.
           READ RUN-CONTROL-FILE
               AT END
                   SET END-OF-RUNCTL-FILE TO TRUE
           END-READ.

       1210-EXIT.
           EXIT.

       1220-SAVE-RUN-CONTROL.
           SET RUN-CONTROL-SEEN TO TRUE
           MOVE RC-PROGRAM-ID      TO WS-LAST-PROGRAM-ID
           MOVE RC-MASTER-COUNT    TO WS-LAST-MASTER-COUNT
           MOVE RC-BALANCE-HASH    TO WS-LAST-BALANCE-HASH
           PERFORM 1210-READ-RUN-CONTROL-FILE THRU 1210-EXIT.

       1220-EXIT.
           EXIT.

      *>***************************************************************
      *> 1300-LOAD-KEY-XREF-TABLE - PULL THE OLD-KEY/NEW-KEY PAIRS
      *>     INTO WORKING STORAGE IN THE ORDER THE KEY CHANGES WERE
      *>     MADE. NO FILE YET MEANS NO KEY HAS EVER MOVED.
      *>***************************************************************
       1300-LOAD-KEY-XREF-TABLE.
           OPEN INPUT KEY-XREF-FILE
           PERFORM 1310-READ-KEY-XREF-FILE THRU 1310-EXIT
           PERFORM 1320-STORE-ONE-XREF THRU 1320-EXIT
               UNTIL END-OF-XREF-FILE
           CLOSE KEY-XREF-FILE.

       1300-EXIT.
           EXIT.

       1310-READ-KEY-XREF-FILE.
           READ KEY-XREF-FILE
               AT END
                   SET END-OF-XREF-FILE TO TRUE
           END-READ.

       1310-EXIT.
           EXIT.

       1320-STORE-ONE-XREF.
           IF WS-KX-USED < 5000
               ADD 1 TO WS-KX-USED
               MOVE KX-OLD-ZIP          TO WS-KX-OLD-ZIP (WS-KX-USED)
               MOVE KX-OLD-COMPANY-NAME TO WS-KX-OLD-NAME (WS-KX-USED)
               MOVE KX-NEW-ZIP          TO WS-KX-NEW-ZIP (WS-KX-USED)
               MOVE KX-NEW-COMPANY-NAME TO WS-KX-NEW-NAME (WS-KX-USED)
           ELSE
               DISPLAY 'BALPOST - KEY CROSS-REFERENCE TABLE FULL, '
                       'RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1310-READ-KEY-XREF-FILE THRU 1310-EXIT.

       1320-EXIT.
           EXIT.

      *>***************************************************************
      *> 2000-POST-ONE-TRANSACTION - EDIT THE TRANSACTION, FIND THE
      *>     COMPANY AND POST IT. EVERY TRANSACTION GETS A JOURNAL
      *>     LINE, POSTED OR NOT.
      *>***************************************************************
       2000-POST-ONE-TRANSACTION.
           IF BT-BATCH-ID NOT = WS-CURRENT-BATCH
               PERFORM 2700-CLOSE-BATCH THRU 2700-EXIT
               PERFORM 2050-START-BATCH THRU 2050-EXIT
           END-IF

           ADD 1 TO WS-BT-READ
                    WS-RT-READ
           MOVE 'N'    TO WS-KEY-TRANSLATED-SWITCH
           MOVE SPACES TO WS-ACTION

           PERFORM 2200-EDIT-TRANSACTION THRU 2200-EXIT

           IF WS-REJECT-REASON = SPACES
               MOVE BT-ZIP          TO ZIP
               MOVE BT-COMPANY-NAME TO COMPANY-NAME
               READ MAILING-FILE
                   INVALID KEY
                       PERFORM 2250-TRY-TRANSLATED-KEY THRU 2250-EXIT
                   NOT INVALID KEY
                       PERFORM 2300-APPLY-TRANSACTION THRU 2300-EXIT
               END-READ
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-BT-REJECTED
                        WS-RT-REJECTED
               MOVE WS-REJECT-REASON TO WS-ACTION
           END-IF

           PERFORM 2600-WRITE-JOURNAL-LINE THRU 2600-EXIT

           PERFORM 2100-READ-TRAN-FILE THRU 2100-EXIT.

       2000-EXIT.
           EXIT.

       2050-START-BATCH.
           MOVE BT-BATCH-ID TO WS-CURRENT-BATCH
           MOVE ZERO        TO WS-BT-READ
                               WS-BT-POSTED
                               WS-BT-REJECTED
                               WS-BT-CHARGES
                               WS-BT-PAYMENTS
                               WS-BT-ADJUSTMENTS
                               WS-BT-NET
           ADD 1 TO WS-RT-BATCHES.

       2050-EXIT.
           EXIT.

       2100-READ-TRAN-FILE.
           READ BALANCE-TRAN-FILE
               AT END
                   SET END-OF-TRAN-FILE TO TRUE
           END-READ.

       2100-EXIT.
           EXIT.

      *>***************************************************************
      *> 2200-EDIT-TRANSACTION - A CHARGE OR PAYMENT MUST CARRY A
      *>     POSITIVE AMOUNT; AN ADJUSTMENT MAY GO EITHER WAY BUT NOT
      *>     BE ZERO. THE SIGNED AMOUNT IS WHAT THE BALANCE MOVES BY.
      *>***************************************************************
       2200-EDIT-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO   TO WS-SIGNED-AMOUNT

           IF NOT BT-CHARGE AND NOT BT-PAYMENT AND NOT BT-ADJUSTMENT
               MOVE 'INVALID TYPE' TO WS-REJECT-REASON
           ELSE
           IF BT-AMOUNT NOT NUMERIC
               MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
           ELSE
           IF BT-TRAN-DATE NOT NUMERIC
               MOVE 'DATE NOT NUMERIC' TO WS-REJECT-REASON
           ELSE
           IF BT-REFERENCE = SPACES
               MOVE 'NO REFERENCE' TO WS-REJECT-REASON
           ELSE
           IF BT-ADJUSTMENT AND BT-AMOUNT = ZERO
               MOVE 'ZERO ADJUSTMENT' TO WS-REJECT-REASON
           ELSE
           IF NOT BT-ADJUSTMENT AND BT-AMOUNT NOT > ZERO
               MOVE 'AMOUNT NOT POSITIVE' TO WS-REJECT-REASON
           END-IF END-IF END-IF END-IF END-IF END-IF

           IF WS-REJECT-REASON = SPACES
               IF BT-PAYMENT
                   COMPUTE WS-SIGNED-AMOUNT = ZERO - BT-AMOUNT
               ELSE
                   MOVE BT-AMOUNT TO WS-SIGNED-AMOUNT
               END-IF
           END-IF.

       2200-EXIT.
           EXIT.

      *>***************************************************************
      *> 2250-TRY-TRANSLATED-KEY - THE TRANSACTION'S KEY IS NOT ON THE
      *>     MASTER. IF THE COMPANY MOVED OR WAS MERGED AWAY, POST
      *>     UNDER ITS CURRENT KEY; OTHERWISE REJECT IT.
      *>***************************************************************
       2250-TRY-TRANSLATED-KEY.
           PERFORM 2400-RESOLVE-TRAN-KEY THRU 2400-EXIT

           IF KEY-TRANSLATED
               MOVE WS-RESOLVED-ZIP  TO ZIP
               MOVE WS-RESOLVED-NAME TO COMPANY-NAME
               READ MAILING-FILE
                   INVALID KEY
                       MOVE 'NO MASTER' TO WS-REJECT-REASON
                   NOT INVALID KEY
                       PERFORM 2300-APPLY-TRANSACTION THRU 2300-EXIT
               END-READ
           ELSE
               MOVE 'NO MASTER' TO WS-REJECT-REASON
           END-IF.

       2250-EXIT.
           EXIT.

      *>***************************************************************
      *> 2300-APPLY-TRANSACTION - BOTH NEW BALANCES ARE WORKED OUT
      *>     FIRST SO A TRANSACTION THAT WOULD OVERFLOW EITHER FIELD
      *>     LEAVES THE RECORD UNTOUCHED.
      *>***************************************************************
       2300-APPLY-TRANSACTION.
           MOVE ACCOUNT-BALANCE  TO WS-BALANCE-BEFORE
           MOVE ACCOUNT-BALANCE2 TO WS-BALANCE2-BEFORE

           COMPUTE WS-NEW-BALANCE = ACCOUNT-BALANCE + WS-SIGNED-AMOUNT
               ON SIZE ERROR
                   MOVE 'BALANCE OVERFLOW' TO WS-REJECT-REASON
           END-COMPUTE
           COMPUTE WS-NEW-BALANCE2 =
               ACCOUNT-BALANCE2 + WS-SIGNED-AMOUNT
               ON SIZE ERROR
                   MOVE 'BALANCE2 OVERFLOW' TO WS-REJECT-REASON
           END-COMPUTE

           IF WS-REJECT-REASON = SPACES
               MOVE WS-NEW-BALANCE  TO ACCOUNT-BALANCE
               MOVE WS-NEW-BALANCE2 TO ACCOUNT-BALANCE2
               REWRITE MAILING-RECORD
                   INVALID KEY
                       MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   NOT INVALID KEY
                       PERFORM 2350-COUNT-POSTING THRU 2350-EXIT
                       PERFORM 2500-WRITE-POSTING-AUDIT THRU 2500-EXIT
                       PERFORM 2550-WRITE-BALANCE-HISTORY
                           THRU 2550-EXIT
               END-REWRITE
           END-IF.

       2300-EXIT.
           EXIT.

       2350-COUNT-POSTING.
           ADD 1 TO WS-BT-POSTED
                    WS-RT-POSTED
           IF KEY-TRANSLATED
               ADD 1 TO WS-RT-TRANSLATED
               MOVE 'POSTED, KEY MOVED' TO WS-ACTION
           ELSE
               MOVE 'POSTED' TO WS-ACTION
           END-IF

           IF BT-CHARGE
               ADD WS-SIGNED-AMOUNT TO WS-BT-CHARGES
                                       WS-RT-CHARGES
           ELSE
               IF BT-PAYMENT
                   ADD WS-SIGNED-AMOUNT TO WS-BT-PAYMENTS
                                           WS-RT-PAYMENTS
               ELSE
                   ADD WS-SIGNED-AMOUNT TO WS-BT-ADJUSTMENTS
                                           WS-RT-ADJUSTMENTS
               END-IF
           END-IF
           ADD WS-SIGNED-AMOUNT TO WS-BT-NET
                                   WS-RT-NET.

       2350-EXIT.
           EXIT.

      *>***************************************************************
      *> 2400-RESOLVE-TRAN-KEY - FOLLOW THE TRANSACTION'S KEY THROUGH
      *>     THE CROSS-REFERENCE TO WHERE THE COMPANY LIVES NOW, IN
      *>     THE ORDER THE MOVES HAPPENED, AS RESPPOST DOES.
      *>***************************************************************
       2400-RESOLVE-TRAN-KEY.
           MOVE BT-ZIP           TO WS-RESOLVED-ZIP
           MOVE BT-COMPANY-NAME  TO WS-RESOLVED-NAME
           MOVE 'N' TO WS-KEY-TRANSLATED-SWITCH
           MOVE 1   TO WS-KX-START
           SET XREF-ENTRY-FOUND TO TRUE
           PERFORM 2410-FOLLOW-ONE-MOVE THRU 2410-EXIT
               UNTIL NOT XREF-ENTRY-FOUND.

       2400-EXIT.
           EXIT.

       2410-FOLLOW-ONE-MOVE.
           MOVE 'N' TO WS-XREF-FOUND-SWITCH
           PERFORM 2420-TEST-ONE-XREF-ENTRY THRU 2420-EXIT
               VARYING WS-KX-SUB FROM WS-KX-START BY 1
               UNTIL WS-KX-SUB > WS-KX-USED
                  OR XREF-ENTRY-FOUND
           MOVE WS-KX-SUB TO WS-KX-START.

       2410-EXIT.
           EXIT.

       2420-TEST-ONE-XREF-ENTRY.
           IF WS-KX-OLD-ZIP (WS-KX-SUB) = WS-RESOLVED-ZIP
           AND WS-KX-OLD-NAME (WS-KX-SUB) = WS-RESOLVED-NAME
               SET XREF-ENTRY-FOUND TO TRUE
               SET KEY-TRANSLATED TO TRUE
               MOVE WS-KX-NEW-ZIP (WS-KX-SUB)  TO WS-RESOLVED-ZIP
               MOVE WS-KX-NEW-NAME (WS-KX-SUB) TO WS-RESOLVED-NAME
           END-IF.

       2420-EXIT.
           EXIT.

      *>***************************************************************
      *> 2500-WRITE-POSTING-AUDIT - BOTH BALANCE CHANGES, BEFORE AND
      *>     AFTER, IN THE SAME SHAPE MAILMNT'S MERGE WRITES THEM.
      *>***************************************************************
       2500-WRITE-POSTING-AUDIT.
           ACCEPT AUD-DATE FROM DATE
           ACCEPT AUD-TIME FROM TIME
           MOVE 'BALPOST'              TO AUD-PROGRAM-ID
           MOVE ZIP                    TO AUD-ZIP
           MOVE COMPANY-NAME           TO AUD-COMPANY-NAME

           MOVE 'ACCOUNT-BALANCE'      TO AUD-FIELD-NAME
           MOVE WS-BALANCE-BEFORE      TO WS-AUDIT-AMOUNT
           MOVE WS-AUDIT-AMOUNT        TO AUD-BEFORE-VALUE
           MOVE ACCOUNT-BALANCE        TO WS-AUDIT-AMOUNT
           MOVE WS-AUDIT-AMOUNT        TO AUD-AFTER-VALUE
           WRITE AUDIT-RECORD

           MOVE 'ACCOUNT-BALANCE2'     TO AUD-FIELD-NAME
           MOVE WS-BALANCE2-BEFORE     TO WS-AUDIT-AMOUNT
           MOVE WS-AUDIT-AMOUNT        TO AUD-BEFORE-VALUE
           MOVE ACCOUNT-BALANCE2       TO WS-AUDIT-AMOUNT
           MOVE WS-AUDIT-AMOUNT        TO AUD-AFTER-VALUE
           WRITE AUDIT-RECORD.

       2500-EXIT.
           EXIT.

      *>***************************************************************
      *> 2550-WRITE-BALANCE-HISTORY - THE POSTING AS THE STATEMENT RUN
      *>     WILL SHOW IT, UNDER THE KEY IT WAS POSTED TO.
      *>***************************************************************
       2550-WRITE-BALANCE-HISTORY.
           MOVE ZIP                TO BH-ZIP
           MOVE COMPANY-NAME       TO BH-COMPANY-NAME
           MOVE AUD-DATE           TO BH-POSTED-DATE
           MOVE AUD-TIME           TO BH-POSTED-TIME
           MOVE BT-BATCH-ID        TO BH-BATCH-ID
           MOVE BT-TRAN-TYPE       TO BH-TRAN-TYPE
           MOVE BT-REFERENCE       TO BH-REFERENCE
           MOVE BT-TRAN-DATE       TO BH-TRAN-DATE
           MOVE WS-SIGNED-AMOUNT   TO BH-AMOUNT
           MOVE WS-BALANCE-BEFORE  TO BH-BALANCE-BEFORE
           MOVE ACCOUNT-BALANCE    TO BH-BALANCE-AFTER
           WRITE BALANCE-HISTORY-RECORD.

       2550-EXIT.
           EXIT.

       2600-WRITE-JOURNAL-LINE.
           MOVE BT-BATCH-ID      TO DTL-BATCH-ID
           MOVE BT-ZIP           TO DTL-ZIP
           MOVE BT-COMPANY-NAME  TO DTL-COMPANY-NAME
           MOVE BT-TRAN-TYPE     TO DTL-TRAN-TYPE
           MOVE BT-REFERENCE     TO DTL-REFERENCE
           MOVE BT-TRAN-DATE     TO DTL-TRAN-DATE
           IF BT-AMOUNT NUMERIC
               MOVE BT-AMOUNT    TO DTL-AMOUNT
           ELSE
               MOVE ZERO         TO DTL-AMOUNT
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE ACCOUNT-BALANCE TO DTL-NEW-BALANCE
           ELSE
               MOVE SPACES          TO DTL-NO-BALANCE
           END-IF
           MOVE WS-ACTION        TO DTL-ACTION
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

       2600-EXIT.
           EXIT.

      *>***************************************************************
      *> 2700-CLOSE-BATCH - THE BATCH'S CONTROL TOTALS, FOR ACCOUNTS
      *>     TO AGREE WITH THE ADDING-MACHINE TAPE SENT WITH IT.
      *>***************************************************************
       2700-CLOSE-BATCH.
           MOVE WS-BATCH-LABEL     TO BTL-LABEL
           MOVE WS-CURRENT-BATCH   TO BTL-BATCH-ID
           MOVE WS-BT-READ         TO BTL-READ
           MOVE WS-BT-POSTED       TO BTL-POSTED
           MOVE WS-BT-REJECTED     TO BTL-REJECTED
           WRITE RPT-LINE FROM WS-BATCH-LINE-1
           MOVE WS-BT-CHARGES      TO BTL-CHARGES
           MOVE WS-BT-PAYMENTS     TO BTL-PAYMENTS
           MOVE WS-BT-ADJUSTMENTS  TO BTL-ADJUSTMENTS
           MOVE WS-BT-NET          TO BTL-NET
           WRITE RPT-LINE FROM WS-BATCH-LINE-2
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       2700-EXIT.
           EXIT.

      *>***************************************************************
      *> 3000-TERMINATE - LAST BATCH, RUN TOTALS, THEN THE CONTROL
      *>     SECTION TYING THE POSTING TO THE RUN-CONTROL HASH.
      *>***************************************************************
       3000-TERMINATE.
           IF WS-RT-READ > ZERO
               PERFORM 2700-CLOSE-BATCH THRU 2700-EXIT
           END-IF

           MOVE 'RUN'        TO WS-BATCH-LABEL
           MOVE 'TOTALS'     TO WS-CURRENT-BATCH
           MOVE WS-RT-READ         TO WS-BT-READ
           MOVE WS-RT-POSTED       TO WS-BT-POSTED
           MOVE WS-RT-REJECTED     TO WS-BT-REJECTED
           MOVE WS-RT-CHARGES      TO WS-BT-CHARGES
           MOVE WS-RT-PAYMENTS     TO WS-BT-PAYMENTS
           MOVE WS-RT-ADJUSTMENTS  TO WS-BT-ADJUSTMENTS
           MOVE WS-RT-NET          TO WS-BT-NET
           PERFORM 2700-CLOSE-BATCH THRU 2700-EXIT

           MOVE 'BATCHES . . . . . . . . .' TO TOT-LABEL
           MOVE WS-RT-BATCHES               TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'POSTED UNDER A MOVED KEY.' TO TOT-LABEL
           MOVE WS-RT-TRANSLATED            TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           CLOSE MAILING-FILE
                 BALANCE-TRAN-FILE
                 AUDIT-FILE
                 BALANCE-HISTORY-FILE

           MOVE ZERO TO WS-MASTER-COUNT
                        WS-BALANCE-HASH
           MOVE 'N'  TO WS-RC-SCAN-EOF-SW
           PERFORM 9400-COMPUTE-MASTER-TOTALS THRU 9400-EXIT
           PERFORM 3100-PRINT-CONTROL-SECTION THRU 3100-EXIT

           CLOSE POSTING-JOURNAL

           DISPLAY 'BALPOST - TRANSACTIONS READ:     ' WS-RT-READ
           DISPLAY 'BALPOST - TRANSACTIONS POSTED:   ' WS-RT-POSTED
           DISPLAY 'BALPOST - TRANSACTIONS REJECTED: ' WS-RT-REJECTED

           PERFORM 9500-WRITE-RUN-CONTROL THRU 9500-EXIT

           IF WS-BALANCE-HASH NOT = WS-EXPECTED-HASH
               DISPLAY 'BALPOST - CLOSING HASH DOES NOT EQUAL OPENING '
                       'HASH PLUS NET POSTED'
               MOVE 16 TO RETURN-CODE
           END-IF.

       3000-EXIT.
           EXIT.

       3100-PRINT-CONTROL-SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           COMPUTE WS-EXPECTED-HASH = WS-OPENING-HASH + WS-RT-NET

           MOVE SPACES TO AMT-NOTE
           IF RUN-CONTROL-SEEN
               MOVE 'LAST RUN-CONTROL HASH . . .' TO AMT-LABEL
               MOVE WS-LAST-BALANCE-HASH TO AMT-VALUE
               STRING 'WRITTEN BY ' WS-LAST-PROGRAM-ID
                   DELIMITED BY SIZE INTO AMT-NOTE
               WRITE RPT-LINE FROM WS-AMOUNT-LINE
           END-IF

           MOVE 'OPENING MASTER HASH . . . .' TO AMT-LABEL
           MOVE WS-OPENING-HASH TO AMT-VALUE
           MOVE SPACES TO AMT-NOTE
           IF RUN-CONTROL-SEEN
           AND WS-OPENING-HASH NOT = WS-LAST-BALANCE-HASH
               MOVE '** DOES NOT AGREE WITH LAST RUN-CONTROL'
                   TO AMT-NOTE
           END-IF
           WRITE RPT-LINE FROM WS-AMOUNT-LINE

           MOVE 'NET AMOUNT POSTED . . . . .' TO AMT-LABEL
           MOVE WS-RT-NET TO AMT-VALUE
           MOVE SPACES TO AMT-NOTE
           WRITE RPT-LINE FROM WS-AMOUNT-LINE

           MOVE 'EXPECTED CLOSING HASH . . .' TO AMT-LABEL
           MOVE WS-EXPECTED-HASH TO AMT-VALUE
           WRITE RPT-LINE FROM WS-AMOUNT-LINE

           MOVE 'CLOSING MASTER HASH . . . .' TO AMT-LABEL
           MOVE WS-BALANCE-HASH TO AMT-VALUE
           MOVE 'WRITTEN TO RUN-CONTROL' TO AMT-NOTE
           WRITE RPT-LINE FROM WS-AMOUNT-LINE

           MOVE SPACES TO RPT-LINE
           IF WS-BALANCE-HASH = WS-EXPECTED-HASH
               MOVE 'CONTROL TOTALS IN BALANCE' TO RPT-LINE
           ELSE
               MOVE '** CONTROL TOTALS OUT OF BALANCE **' TO RPT-LINE
           END-IF
           WRITE RPT-LINE.

       3100-EXIT.
           EXIT.

      *>***************************************************************
      *> 9400-COMPUTE-MASTER-TOTALS - READ THE CLOSED MASTER FRONT TO
      *>     BACK FOR ITS RECORD COUNT AND BALANCE HASH. TAKEN ONCE
      *>     BEFORE POSTING FOR THE OPENING FIGURES AND ONCE AFTER
      *>     FOR THE CLOSING FIGURES BALCHECK VERIFIES NEXT.
      *>***************************************************************
       9400-COMPUTE-MASTER-TOTALS.
           MOVE '00' TO WS-MAILING-FILE-STATUS
           OPEN INPUT MAILING-FILE
           IF WS-MAILING-FILE-STATUS NOT = '00'
               DISPLAY 'BALPOST - RUN-CONTROL SCAN OPEN FAILED, '
                       'STATUS: ' WS-MAILING-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9410-READ-MASTER-FOR-TOTALS THRU 9410-EXIT
           PERFORM 9420-ACCUMULATE-MASTER-TOTALS THRU 9420-EXIT
               UNTIL END-OF-RC-SCAN
           CLOSE MAILING-FILE.

       9400-EXIT.
           EXIT.

       9410-READ-MASTER-FOR-TOTALS.
           READ MAILING-FILE NEXT
               AT END
                   SET END-OF-RC-SCAN TO TRUE
           END-READ.

       9410-EXIT.
           EXIT.

       9420-ACCUMULATE-MASTER-TOTALS.
           ADD 1 TO WS-MASTER-COUNT
           ADD ACCOUNT-BALANCE TO WS-BALANCE-HASH
               ON SIZE ERROR
                   CONTINUE
           END-ADD
           PERFORM 9410-READ-MASTER-FOR-TOTALS THRU 9410-EXIT.

       9420-EXIT.
           EXIT.

      *>***************************************************************
      *> 9500-WRITE-RUN-CONTROL - STAMP THIS RUN'S CLOSING FIGURES ON
      *>     THE RUN-CONTROL FILE FOR THE NEXT STEP'S BALCHECK.
      *>***************************************************************
       9500-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE 'BALPOST'    TO RC-PROGRAM-ID
           ACCEPT RC-DATE FROM DATE
           ACCEPT RC-TIME FROM TIME
           MOVE WS-RT-READ      TO RC-RECORDS-READ
           MOVE WS-RT-POSTED    TO RC-RECORDS-WRITTEN
           MOVE WS-RT-REJECTED  TO RC-RECORDS-REJECTED
           MOVE WS-MASTER-COUNT TO RC-MASTER-COUNT
           MOVE WS-BALANCE-HASH TO RC-BALANCE-HASH
           MOVE ZERO TO RC-POSTAGE-COST
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       9500-EXIT.
           EXIT.
