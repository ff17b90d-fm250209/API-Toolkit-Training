      *>***************************************************************
      *> PROGRAM-ID : STMTRUN
      *> AUTHOR     : D. KOWALCZYK - MAILING SYSTEMS UNIT
      *> DATE-WRITTEN : 10/15/2026
      *>
      *> Month-end account statements. For the period named on the
      *> PERIOD card, every company on the mailing master with a
      *> balance or with activity in the period gets a statement:
      *> opening balance, each charge, payment and adjustment posted
      *> by BALPOST (from the balance history file, balhist.cpy) with
      *> its date and reference, and the closing balance.
      *>
      *> ACCOUNT-BALANCE can also be changed outside BALPOST - a
      *> new-company add sets an opening balance. Those changes are
      *> taken from their ACCOUNT-BALANCE audit entries and shown as
      *> BALANCE CHANGE lines with the program that made them as the
      *> reference, so every statement adds up.
      *>
      *> Activity is stated under the company's key today: a key
      *> moved by CASSAPPL or NCOAAPPL, or retired by a MAILMNT 'G'
      *> merge, is followed through the key cross-reference file
      *> (KEYXREF, keyxref.cpy) in the order the moves were made.
      *> A merged duplicate's postings therefore appear on the
      *> survivor's statement line by line, and the merge's own
      *> ACCOUNT-BALANCE entry - the duplicate's balance added in
      *> one sum - is left out, since that balance is made up of
      *> the very postings now shown.
      *>
      *> The closing balance is the balance on the master less any
      *> activity dated after the period; the opening balance is the
      *> closing balance less the period's activity. Activity is
      *> dated by the day it was posted. Activity under a key no
      *> longer on the master and not on the cross-reference is
      *> counted on the run totals.
      *>
      *> PARAMETER CARD (STMTPARM):
      *>   PERIOD   YYMMDD YYMMDD - FIRST AND LAST DAY OF THE PERIOD
      *>
      *> MODIFICATION HISTORY
      *>   10/15/2026  DK   Original month-end statement run.
      *>   10/15/2026  DK   Postings and balance changes under a key
      *>                    since moved by CASS, NCOA or a 'G' merge
      *>                    fell out as no-master activity, so the
      *>                    company's opening balance was wrong and
      *>                    its activity lines were missing. Keys
      *>                    are now resolved through KEYXREF before
      *>                    the sort, and a merge's lump balance
      *>                    change is dropped in favor of the
      *>                    duplicate's own postings.
      *>***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     STMTRUN.
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
           SELECT STATEMENT-PARM-FILE ASSIGN TO STMTPARM
               ORGANIZATION IS SEQUENTIAL.

           SELECT MAILING-FILE     ASSIGN TO MAILMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAILING-KEY
               ALTERNATE RECORD KEY IS COMPANY-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MAILING-FILE-STATUS.

           SELECT OPTIONAL BALANCE-HISTORY-FILE ASSIGN TO BALHIST
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO MAILAUDT
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL KEY-XREF-FILE ASSIGN TO KEYXREF
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE   ASSIGN TO SORTWK1.

           SELECT STATEMENT-REPORT ASSIGN TO STMTRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "stmtparm.cpy".

       FD  MAILING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "copybook.cpy".

       FD  BALANCE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "balhist.cpy".

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "mailaudt.cpy".

       FD  KEY-XREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "keyxref.cpy".

       SD  SORT-WORK-FILE.
       01  SORT-ACTIVITY-RECORD.
           05  SRT-SORT-KEY.
               10  SRT-COMPANY-KEY.
                   15  SRT-ZIP         PIC 9(5).
                   15  SRT-COMPANY-NAME
                                       PIC X(30).
               10  SRT-POSTED-DATE     PIC 9(6).
               10  SRT-POSTED-TIME     PIC 9(8).
           05  SRT-PERIOD-FLAG         PIC X.
               88  SRT-IN-PERIOD               VALUE 'I'.
               88  SRT-AFTER-PERIOD            VALUE 'L'.
           05  SRT-TRAN-TYPE           PIC X.
               88  SRT-CHARGE                  VALUE 'C'.
               88  SRT-PAYMENT                 VALUE 'P'.
               88  SRT-ADJUSTMENT              VALUE 'A'.
               88  SRT-OTHER-CHANGE            VALUE 'O'.
           05  SRT-REFERENCE           PIC X(12).
           05  SRT-TRAN-DATE           PIC 9(6).
           05  SRT-AMOUNT              PIC S9(7)V99.

       FD  STATEMENT-REPORT
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-MAILING-FILE-STATUS       PIC XX      VALUE '00'.

       01  WS-SWITCHES.
           05  WS-PARM-EOF-SWITCH       PIC X       VALUE 'N'.
               88  END-OF-PARM-FILE                 VALUE 'Y'.
           05  WS-HISTORY-EOF-SWITCH    PIC X       VALUE 'N'.
               88  END-OF-HISTORY-FILE              VALUE 'Y'.
           05  WS-AUDIT-EOF-SWITCH      PIC X       VALUE 'N'.
               88  END-OF-AUDIT-FILE                VALUE 'Y'.
           05  WS-EOF-SWITCH            PIC X       VALUE 'N'.
               88  END-OF-MAILING-FILE              VALUE 'Y'.
           05  WS-SORT-WORK-SWITCH      PIC X       VALUE 'N'.
               88  SORT-WORK-EOF                    VALUE 'Y'.
           05  WS-XREF-EOF-SWITCH       PIC X       VALUE 'N'.
               88  END-OF-XREF-FILE                 VALUE 'Y'.
           05  WS-XREF-FOUND-SWITCH     PIC X       VALUE 'N'.
               88  XREF-ENTRY-FOUND                 VALUE 'Y'.
           05  WS-KEY-TRANSLATED-SWITCH PIC X       VALUE 'N'.
               88  KEY-TRANSLATED                   VALUE 'Y'.
           05  WS-MERGE-ENTRY-SWITCH    PIC X       VALUE 'N'.
               88  MERGE-BALANCE-ENTRY              VALUE 'Y'.

       01  WS-PERIOD.
           05  WS-FROM-DATE             PIC 9(6).
           05  WS-THRU-DATE             PIC 9(6).

       01  WS-COUNTERS.
           05  WS-HISTORY-RELEASED      PIC 9(7)    VALUE ZERO COMP.
           05  WS-AUDIT-RELEASED        PIC 9(7)    VALUE ZERO COMP.
           05  WS-COMPANIES-READ        PIC 9(7)    VALUE ZERO COMP.
           05  WS-STATEMENTS-PRINTED    PIC 9(7)    VALUE ZERO COMP.
           05  WS-NO-STATEMENT          PIC 9(7)    VALUE ZERO COMP.
           05  WS-ORPHAN-ACTIVITY       PIC 9(7)    VALUE ZERO COMP.
           05  WS-KEYS-TRANSLATED       PIC 9(7)    VALUE ZERO COMP.
           05  WS-MERGES-DROPPED        PIC 9(7)    VALUE ZERO COMP.

       01  WS-KEY-XREF-TABLE.
           05  WS-KX-USED               PIC 9(4)    COMP VALUE ZERO.
           05  WS-KX-ENTRY              OCCURS 5000 TIMES.
               10  WS-KX-OLD-ZIP        PIC 9(5).
               10  WS-KX-OLD-NAME       PIC X(30).
               10  WS-KX-NEW-ZIP        PIC 9(5).
               10  WS-KX-NEW-NAME       PIC X(30).
               10  WS-KX-CHANGE-DATE    PIC 9(6).
               10  WS-KX-PROGRAM-ID     PIC X(8).

       01  WS-KX-SUB                    PIC 9(4)    COMP.
       01  WS-KX-START                  PIC 9(4)    COMP.

       01  WS-RESOLVED-KEY.
           05  WS-RESOLVED-ZIP          PIC 9(5).
           05  WS-RESOLVED-NAME         PIC X(30).

      *> ONE COMPANY'S ACTIVITY WITHIN THE PERIOD, AS IT WILL PRINT.
       01  WS-ACTIVITY-TABLE.
           05  WS-AL-USED               PIC 9(3)    COMP VALUE ZERO.
           05  WS-AL-ENTRY              OCCURS 200 TIMES.
               10  WS-AL-TRAN-DATE      PIC 9(6).
               10  WS-AL-TRAN-TYPE      PIC X.
               10  WS-AL-REFERENCE      PIC X(12).
               10  WS-AL-AMOUNT         PIC S9(7)V99.

       01  WS-AL-SUB                    PIC 9(3)    COMP.
       01  WS-LINES-NOT-LISTED          PIC 9(5)    COMP.
       01  WS-NOT-LISTED-EDIT           PIC ZZZZ9.

       01  WS-COMPANY-TOTALS.
           05  WS-CO-ACTIVITY-COUNT     PIC 9(5)    COMP.
           05  WS-CO-CHARGES            PIC S9(9)V99.
           05  WS-CO-PAYMENTS           PIC S9(9)V99.
           05  WS-CO-ADJUSTMENTS        PIC S9(9)V99.
           05  WS-CO-OTHER              PIC S9(9)V99.
           05  WS-CO-PERIOD-NET         PIC S9(9)V99.
           05  WS-CO-LATER-NET          PIC S9(9)V99.
           05  WS-CO-OPENING            PIC S9(9)V99.
           05  WS-CO-CLOSING            PIC S9(9)V99.

       01  WS-RUN-TOTALS.
           05  WS-RT-OPENING            PIC S9(11)V99
                                                    VALUE ZERO COMP-3.
           05  WS-RT-CHARGES            PIC S9(11)V99
                                                    VALUE ZERO COMP-3.
           05  WS-RT-PAYMENTS           PIC S9(11)V99
                                                    VALUE ZERO COMP-3.
           05  WS-RT-ADJUSTMENTS        PIC S9(11)V99
                                                    VALUE ZERO COMP-3.
           05  WS-RT-OTHER              PIC S9(11)V99
                                                    VALUE ZERO COMP-3.
           05  WS-RT-CLOSING            PIC S9(11)V99
                                                    VALUE ZERO COMP-3.

       01  WS-SEPARATOR-LINE            PIC X(100)  VALUE ALL '='.

       01  WS-TITLE-LINE.
           05  FILLER                   PIC X(30)   VALUE
               'STATEMENT OF ACCOUNT'.
           05  FILLER                   PIC X(7)    VALUE 'PERIOD '.
           05  TTL-FROM-DATE            PIC 9(6).
           05  FILLER                   PIC X(6)    VALUE ' THRU '.
           05  TTL-THRU-DATE            PIC 9(6).

       01  WS-NAME-LINE.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  NML-COMPANY-NAME         PIC X(30).
           05  FILLER                   PIC X(6)    VALUE '  ZIP '.
           05  NML-ZIP                  PIC 9(5).

       01  WS-ATTENTION-LINE.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  FILLER                   PIC X(6)    VALUE 'ATTN: '.
           05  ATL-FIRST-NAME           PIC X(8).
           05  FILLER                   PIC X       VALUE SPACE.
           05  ATL-LAST-NAME            PIC X(15).

       01  WS-ADDRESS-LINE.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  ADL-MAIL-ADDRESS         PIC X(15).

       01  WS-CITY-LINE.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  CTL-CITY                 PIC X(15).
           05  FILLER                   PIC X       VALUE SPACE.
           05  CTL-STATE                PIC XX.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  CTL-POSTAL               PIC X(10).

       01  WS-ACTIVITY-HEADING.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  FILLER                   PIC X(8)    VALUE 'DATE'.
           05  FILLER                   PIC X(18)   VALUE
               'DESCRIPTION'.
           05  FILLER                   PIC X(14)   VALUE 'REFERENCE'.
           05  FILLER                   PIC X(12)   VALUE
               '      AMOUNT'.

       01  WS-ACTIVITY-LINE.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  ACT-TRAN-DATE            PIC 9(6).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  ACT-DESCRIPTION          PIC X(16).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  ACT-REFERENCE            PIC X(12).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  ACT-AMOUNT               PIC -(8)9.99.

       01  WS-BALANCE-LINE.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  BAL-LABEL                PIC X(40).
           05  BAL-AMOUNT               PIC -(8)9.99.

       01  WS-TOTAL-LINE.
           05  TOT-LABEL                PIC X(25).
           05  TOT-COUNT                PIC ZZZ,ZZ9.

       01  WS-AMOUNT-LINE.
           05  AMT-LABEL                PIC X(25).
           05  AMT-VALUE                PIC -(11)9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-SORT-KEY
               INPUT PROCEDURE IS 2000-SELECT-ACTIVITY
               OUTPUT PROCEDURE IS 3000-PRINT-STATEMENTS
           STOP RUN.

      *>***************************************************************
      *> 1000-INITIALIZE - THE PERIOD CARD IS REQUIRED.
      *>***************************************************************
       1000-INITIALIZE.
           OPEN INPUT STATEMENT-PARM-FILE
           READ STATEMENT-PARM-FILE
               AT END
                   SET END-OF-PARM-FILE TO TRUE
           END-READ
           CLOSE STATEMENT-PARM-FILE

           IF END-OF-PARM-FILE
           OR NOT SP-PERIOD-CARD
           OR SP-FROM-DATE NOT NUMERIC
           OR SP-THRU-DATE NOT NUMERIC
               DISPLAY 'STMTRUN - NO VALID PERIOD CARD, RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF SP-FROM-DATE > SP-THRU-DATE
               DISPLAY 'STMTRUN - PERIOD STARTS AFTER IT ENDS, RUN '
                       'ABANDONED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SP-FROM-DATE TO WS-FROM-DATE
           MOVE SP-THRU-DATE TO WS-THRU-DATE

           PERFORM 1300-LOAD-KEY-XREF-TABLE THRU 1300-EXIT.

       1000-EXIT.
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
               MOVE KX-CHANGE-DATE
                   TO WS-KX-CHANGE-DATE (WS-KX-USED)
               MOVE KX-PROGRAM-ID
                   TO WS-KX-PROGRAM-ID (WS-KX-USED)
           ELSE
               DISPLAY 'STMTRUN - KEY CROSS-REFERENCE TABLE FULL, '
                       'RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1310-READ-KEY-XREF-FILE THRU 1310-EXIT.

       1320-EXIT.
           EXIT.

      *>***************************************************************
      *> 2000-SELECT-ACTIVITY - RELEASE EVERY POSTING AND EVERY OTHER
      *>     BALANCE CHANGE FROM THE START OF THE PERIOD ON. CHANGES
      *>     AFTER THE PERIOD ARE NEEDED TO WORK BACK TO ITS CLOSE.
      *>***************************************************************
       2000-SELECT-ACTIVITY.
           OPEN INPUT BALANCE-HISTORY-FILE
           PERFORM 2100-READ-HISTORY-FILE THRU 2100-EXIT
           PERFORM 2200-RELEASE-POSTING THRU 2200-EXIT
               UNTIL END-OF-HISTORY-FILE
           CLOSE BALANCE-HISTORY-FILE

           OPEN INPUT AUDIT-FILE
           PERFORM 2300-READ-AUDIT-FILE THRU 2300-EXIT
           PERFORM 2400-RELEASE-OTHER-CHANGE THRU 2400-EXIT
               UNTIL END-OF-AUDIT-FILE
           CLOSE AUDIT-FILE.

       2000-EXIT.
           EXIT.

       2100-READ-HISTORY-FILE.
           READ BALANCE-HISTORY-FILE
               AT END
                   SET END-OF-HISTORY-FILE TO TRUE
           END-READ.

       2100-EXIT.
           EXIT.

       2200-RELEASE-POSTING.
           IF BH-POSTED-DATE NOT < WS-FROM-DATE
               MOVE BH-ZIP             TO WS-RESOLVED-ZIP
               MOVE BH-COMPANY-NAME    TO WS-RESOLVED-NAME
               PERFORM 2600-RESOLVE-KEY THRU 2600-EXIT
               MOVE WS-RESOLVED-ZIP    TO SRT-ZIP
               MOVE WS-RESOLVED-NAME   TO SRT-COMPANY-NAME
               MOVE BH-POSTED-DATE     TO SRT-POSTED-DATE
               MOVE BH-POSTED-TIME     TO SRT-POSTED-TIME
               MOVE BH-TRAN-TYPE       TO SRT-TRAN-TYPE
               MOVE BH-REFERENCE       TO SRT-REFERENCE
               MOVE BH-TRAN-DATE       TO SRT-TRAN-DATE
               MOVE BH-AMOUNT          TO SRT-AMOUNT
               PERFORM 2500-SET-PERIOD-AND-RELEASE THRU 2500-EXIT
               ADD 1 TO WS-HISTORY-RELEASED
           END-IF

           PERFORM 2100-READ-HISTORY-FILE THRU 2100-EXIT.

       2200-EXIT.
           EXIT.

       2300-READ-AUDIT-FILE.
           READ AUDIT-FILE
               AT END
                   SET END-OF-AUDIT-FILE TO TRUE
           END-READ.

       2300-EXIT.
           EXIT.

      *>***************************************************************
      *> 2400-RELEASE-OTHER-CHANGE - AN ACCOUNT-BALANCE CHANGE MADE BY
      *>     ANY PROGRAM BUT BALPOST. ITS AMOUNT IS AFTER LESS BEFORE.
      *>     A MERGE'S CHANGE IS DROPPED - THE DUPLICATE'S POSTINGS
      *>     IT SUMS ARE RELEASED UNDER THE SURVIVOR'S KEY INSTEAD.
      *>***************************************************************
       2400-RELEASE-OTHER-CHANGE.
           IF AUD-FIELD-NAME = 'ACCOUNT-BALANCE'
           AND AUD-PROGRAM-ID NOT = 'BALPOST'
           AND AUD-DATE NOT < WS-FROM-DATE
               COMPUTE SRT-AMOUNT =
                   FUNCTION NUMVAL (AUD-AFTER-VALUE)
                 - FUNCTION NUMVAL (AUD-BEFORE-VALUE)
               PERFORM 2700-TEST-MERGE-ENTRY THRU 2700-EXIT
               IF MERGE-BALANCE-ENTRY
                   ADD 1 TO WS-MERGES-DROPPED
               ELSE
               IF SRT-AMOUNT NOT = ZERO
                   MOVE AUD-ZIP          TO WS-RESOLVED-ZIP
                   MOVE AUD-COMPANY-NAME TO WS-RESOLVED-NAME
                   PERFORM 2600-RESOLVE-KEY THRU 2600-EXIT
                   MOVE WS-RESOLVED-ZIP  TO SRT-ZIP
                   MOVE WS-RESOLVED-NAME TO SRT-COMPANY-NAME
                   MOVE AUD-DATE         TO SRT-POSTED-DATE
                                            SRT-TRAN-DATE
                   MOVE AUD-TIME         TO SRT-POSTED-TIME
                   MOVE 'O'              TO SRT-TRAN-TYPE
                   MOVE AUD-PROGRAM-ID   TO SRT-REFERENCE
                   PERFORM 2500-SET-PERIOD-AND-RELEASE THRU 2500-EXIT
                   ADD 1 TO WS-AUDIT-RELEASED
               END-IF
               END-IF
           END-IF

           PERFORM 2300-READ-AUDIT-FILE THRU 2300-EXIT.

       2400-EXIT.
           EXIT.

       2500-SET-PERIOD-AND-RELEASE.
           IF SRT-POSTED-DATE > WS-THRU-DATE
               SET SRT-AFTER-PERIOD TO TRUE
           ELSE
               SET SRT-IN-PERIOD TO TRUE
           END-IF
           RELEASE SORT-ACTIVITY-RECORD.

       2500-EXIT.
           EXIT.

      *>***************************************************************
      *> 2600-RESOLVE-KEY - FOLLOW WS-RESOLVED-KEY THROUGH THE CROSS-
      *>     REFERENCE TO WHERE THE COMPANY LIVES NOW, IN THE ORDER
      *>     THE MOVES HAPPENED, AS BALPOST DOES.
      *>***************************************************************
       2600-RESOLVE-KEY.
           MOVE 'N' TO WS-KEY-TRANSLATED-SWITCH
           MOVE 1   TO WS-KX-START
           SET XREF-ENTRY-FOUND TO TRUE
           PERFORM 2610-FOLLOW-ONE-MOVE THRU 2610-EXIT
               UNTIL NOT XREF-ENTRY-FOUND

           IF KEY-TRANSLATED
               ADD 1 TO WS-KEYS-TRANSLATED
           END-IF.

       2600-EXIT.
           EXIT.

       2610-FOLLOW-ONE-MOVE.
           MOVE 'N' TO WS-XREF-FOUND-SWITCH
           PERFORM 2620-TEST-ONE-XREF-ENTRY THRU 2620-EXIT
               VARYING WS-KX-SUB FROM WS-KX-START BY 1
               UNTIL WS-KX-SUB > WS-KX-USED
                  OR XREF-ENTRY-FOUND
           MOVE WS-KX-SUB TO WS-KX-START.

       2610-EXIT.
           EXIT.

       2620-TEST-ONE-XREF-ENTRY.
           IF WS-KX-OLD-ZIP (WS-KX-SUB) = WS-RESOLVED-ZIP
           AND WS-KX-OLD-NAME (WS-KX-SUB) = WS-RESOLVED-NAME
               SET XREF-ENTRY-FOUND TO TRUE
               SET KEY-TRANSLATED TO TRUE
               MOVE WS-KX-NEW-ZIP (WS-KX-SUB)  TO WS-RESOLVED-ZIP
               MOVE WS-KX-NEW-NAME (WS-KX-SUB) TO WS-RESOLVED-NAME
           END-IF.

       2620-EXIT.
           EXIT.

      *>***************************************************************
      *> 2700-TEST-MERGE-ENTRY - A MAILMNT ACCOUNT-BALANCE ENTRY WITH
      *>     A BEFORE VALUE (A NEW-COMPANY ADD HAS NONE) IS A MERGE'S
      *>     CHANGE TO THE SURVIVOR WHEN THE CROSS-REFERENCE RETIRED
      *>     A DUPLICATE INTO THAT KEY THE SAME DAY. A MERGE WHOSE
      *>     DUPLICATE WAS NEVER DELETED HAS NO CROSS-REFERENCE AND
      *>     STAYS A BALANCE CHANGE LINE.
      *>***************************************************************
       2700-TEST-MERGE-ENTRY.
           MOVE 'N' TO WS-MERGE-ENTRY-SWITCH
           IF AUD-PROGRAM-ID = 'MAILMNT'
           AND AUD-BEFORE-VALUE NOT = SPACES
               PERFORM 2710-MATCH-MERGE-XREF THRU 2710-EXIT
                   VARYING WS-KX-SUB FROM 1 BY 1
                   UNTIL WS-KX-SUB > WS-KX-USED
                      OR MERGE-BALANCE-ENTRY
           END-IF.

       2700-EXIT.
           EXIT.

       2710-MATCH-MERGE-XREF.
           IF WS-KX-PROGRAM-ID (WS-KX-SUB) = 'MAILMNT'
           AND WS-KX-NEW-ZIP (WS-KX-SUB) = AUD-ZIP
           AND WS-KX-NEW-NAME (WS-KX-SUB) = AUD-COMPANY-NAME
           AND WS-KX-CHANGE-DATE (WS-KX-SUB) = AUD-DATE
               SET MERGE-BALANCE-ENTRY TO TRUE
           END-IF.

       2710-EXIT.
           EXIT.

      *>***************************************************************
      *> 3000-PRINT-STATEMENTS - WALK THE MASTER AND THE SORTED
      *>     ACTIVITY TOGETHER IN KEY ORDER, ONE COMPANY AT A TIME.
      *>***************************************************************
       3000-PRINT-STATEMENTS.
           OPEN INPUT  MAILING-FILE
                OUTPUT STATEMENT-REPORT

           IF WS-MAILING-FILE-STATUS NOT = '00'
               DISPLAY 'STMTRUN - MAILING-FILE OPEN FAILED, STATUS: '
                        WS-MAILING-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 3100-RETURN-SORTED-RECORD THRU 3100-EXIT
           PERFORM 3200-READ-MAILING-FILE THRU 3200-EXIT
           PERFORM 3300-STATE-ONE-COMPANY THRU 3300-EXIT
               UNTIL END-OF-MAILING-FILE
           PERFORM 3150-SKIP-ORPHAN THRU 3150-EXIT
               UNTIL SORT-WORK-EOF

           PERFORM 3900-PRINT-RUN-TOTALS THRU 3900-EXIT

           CLOSE MAILING-FILE
                 STATEMENT-REPORT.

       3000-EXIT.
           EXIT.

       3100-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-WORK-EOF TO TRUE
           END-RETURN.

       3100-EXIT.
           EXIT.

       3150-SKIP-ORPHAN.
           ADD 1 TO WS-ORPHAN-ACTIVITY
           PERFORM 3100-RETURN-SORTED-RECORD THRU 3100-EXIT.

       3150-EXIT.
           EXIT.

       3200-READ-MAILING-FILE.
           READ MAILING-FILE
               AT END
                   SET END-OF-MAILING-FILE TO TRUE
           END-READ.

       3200-EXIT.
           EXIT.

      *>***************************************************************
      *> 3300-STATE-ONE-COMPANY - GATHER THE COMPANY'S ACTIVITY, WORK
      *>     BACK FROM TODAY'S BALANCE TO THE PERIOD'S CLOSING AND
      *>     OPENING BALANCES, AND PRINT THE STATEMENT IF THERE IS
      *>     ANYTHING TO STATE.
      *>***************************************************************
       3300-STATE-ONE-COMPANY.
           ADD 1 TO WS-COMPANIES-READ

           PERFORM 3150-SKIP-ORPHAN THRU 3150-EXIT
               UNTIL SORT-WORK-EOF
                  OR SRT-COMPANY-KEY NOT < MAILING-KEY

           MOVE ZERO TO WS-AL-USED
                        WS-LINES-NOT-LISTED
                        WS-CO-ACTIVITY-COUNT
                        WS-CO-CHARGES
                        WS-CO-PAYMENTS
                        WS-CO-ADJUSTMENTS
                        WS-CO-OTHER
                        WS-CO-PERIOD-NET
                        WS-CO-LATER-NET

           PERFORM 3400-TAKE-ONE-ACTIVITY THRU 3400-EXIT
               UNTIL SORT-WORK-EOF
                  OR SRT-COMPANY-KEY NOT = MAILING-KEY

           COMPUTE WS-CO-CLOSING = ACCOUNT-BALANCE - WS-CO-LATER-NET
           COMPUTE WS-CO-OPENING = WS-CO-CLOSING - WS-CO-PERIOD-NET

           IF WS-CO-ACTIVITY-COUNT > ZERO
           OR WS-CO-CLOSING NOT = ZERO
               PERFORM 3500-PRINT-STATEMENT THRU 3500-EXIT
               ADD 1 TO WS-STATEMENTS-PRINTED
               ADD WS-CO-OPENING     TO WS-RT-OPENING
               ADD WS-CO-CHARGES     TO WS-RT-CHARGES
               ADD WS-CO-PAYMENTS    TO WS-RT-PAYMENTS
               ADD WS-CO-ADJUSTMENTS TO WS-RT-ADJUSTMENTS
               ADD WS-CO-OTHER       TO WS-RT-OTHER
               ADD WS-CO-CLOSING     TO WS-RT-CLOSING
           ELSE
               ADD 1 TO WS-NO-STATEMENT
           END-IF

           PERFORM 3200-READ-MAILING-FILE THRU 3200-EXIT.

       3300-EXIT.
           EXIT.

       3400-TAKE-ONE-ACTIVITY.
           IF SRT-AFTER-PERIOD
               ADD SRT-AMOUNT TO WS-CO-LATER-NET
           ELSE
               ADD 1 TO WS-CO-ACTIVITY-COUNT
               ADD SRT-AMOUNT TO WS-CO-PERIOD-NET
               IF SRT-CHARGE
                   ADD SRT-AMOUNT TO WS-CO-CHARGES
               ELSE
                   IF SRT-PAYMENT
                       ADD SRT-AMOUNT TO WS-CO-PAYMENTS
                   ELSE
                       IF SRT-ADJUSTMENT
                           ADD SRT-AMOUNT TO WS-CO-ADJUSTMENTS
                       ELSE
                           ADD SRT-AMOUNT TO WS-CO-OTHER
                       END-IF
                   END-IF
               END-IF
               IF WS-AL-USED < 200
                   ADD 1 TO WS-AL-USED
                   MOVE SRT-TRAN-DATE TO WS-AL-TRAN-DATE (WS-AL-USED)
                   MOVE SRT-TRAN-TYPE TO WS-AL-TRAN-TYPE (WS-AL-USED)
                   MOVE SRT-REFERENCE TO WS-AL-REFERENCE (WS-AL-USED)
                   MOVE SRT-AMOUNT    TO WS-AL-AMOUNT (WS-AL-USED)
               ELSE
                   ADD 1 TO WS-LINES-NOT-LISTED
               END-IF
           END-IF

           PERFORM 3100-RETURN-SORTED-RECORD THRU 3100-EXIT.

       3400-EXIT.
           EXIT.

      *>***************************************************************
      *> 3500-PRINT-STATEMENT - ONE COMPANY'S STATEMENT.
      *>***************************************************************
       3500-PRINT-STATEMENT.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE
           MOVE WS-FROM-DATE TO TTL-FROM-DATE
           MOVE WS-THRU-DATE TO TTL-THRU-DATE
           WRITE RPT-LINE FROM WS-TITLE-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE COMPANY-NAME TO NML-COMPANY-NAME
           MOVE ZIP          TO NML-ZIP
           WRITE RPT-LINE FROM WS-NAME-LINE
           MOVE FIRST-NAME OF PRESIDENT TO ATL-FIRST-NAME
           MOVE LAST-NAME OF PRESIDENT  TO ATL-LAST-NAME
           WRITE RPT-LINE FROM WS-ATTENTION-LINE
           MOVE MAIL-ADDRESS TO ADL-MAIL-ADDRESS
           WRITE RPT-LINE FROM WS-ADDRESS-LINE
           MOVE CITY  TO CTL-CITY
           MOVE STATE TO CTL-STATE
           IF DOMESTIC-ADDRESS
               MOVE ZIP         TO CTL-POSTAL
           ELSE
               MOVE POSTAL-CODE TO CTL-POSTAL
           END-IF
           WRITE RPT-LINE FROM WS-CITY-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'OPENING BALANCE' TO BAL-LABEL
           MOVE WS-CO-OPENING     TO BAL-AMOUNT
           WRITE RPT-LINE FROM WS-BALANCE-LINE

           IF WS-AL-USED > ZERO
               WRITE RPT-LINE FROM WS-ACTIVITY-HEADING
               PERFORM 3510-PRINT-ACTIVITY-LINE THRU 3510-EXIT
                   VARYING WS-AL-SUB FROM 1 BY 1
                   UNTIL WS-AL-SUB > WS-AL-USED
           END-IF
           IF WS-LINES-NOT-LISTED > ZERO
               MOVE SPACES TO RPT-LINE
               MOVE WS-LINES-NOT-LISTED TO WS-NOT-LISTED-EDIT
               STRING '    MORE ACTIVITY NOT LISTED, ITEMS: '
                      WS-NOT-LISTED-EDIT
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'TOTAL CHARGES' TO BAL-LABEL
           MOVE WS-CO-CHARGES   TO BAL-AMOUNT
           WRITE RPT-LINE FROM WS-BALANCE-LINE
           MOVE 'TOTAL PAYMENTS' TO BAL-LABEL
           MOVE WS-CO-PAYMENTS   TO BAL-AMOUNT
           WRITE RPT-LINE FROM WS-BALANCE-LINE
           MOVE 'TOTAL ADJUSTMENTS' TO BAL-LABEL
           MOVE WS-CO-ADJUSTMENTS   TO BAL-AMOUNT
           WRITE RPT-LINE FROM WS-BALANCE-LINE
           IF WS-CO-OTHER NOT = ZERO
               MOVE 'OTHER BALANCE CHANGES' TO BAL-LABEL
               MOVE WS-CO-OTHER             TO BAL-AMOUNT
               WRITE RPT-LINE FROM WS-BALANCE-LINE
           END-IF
           MOVE 'CLOSING BALANCE' TO BAL-LABEL
           MOVE WS-CO-CLOSING     TO BAL-AMOUNT
           WRITE RPT-LINE FROM WS-BALANCE-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       3500-EXIT.
           EXIT.

       3510-PRINT-ACTIVITY-LINE.
           MOVE WS-AL-TRAN-DATE (WS-AL-SUB) TO ACT-TRAN-DATE
           MOVE WS-AL-REFERENCE (WS-AL-SUB) TO ACT-REFERENCE
           MOVE WS-AL-AMOUNT (WS-AL-SUB)    TO ACT-AMOUNT
           IF WS-AL-TRAN-TYPE (WS-AL-SUB) = 'C'
               MOVE 'CHARGE'         TO ACT-DESCRIPTION
           ELSE
               IF WS-AL-TRAN-TYPE (WS-AL-SUB) = 'P'
                   MOVE 'PAYMENT'        TO ACT-DESCRIPTION
               ELSE
                   IF WS-AL-TRAN-TYPE (WS-AL-SUB) = 'A'
                       MOVE 'ADJUSTMENT'     TO ACT-DESCRIPTION
                   ELSE
                       MOVE 'BALANCE CHANGE' TO ACT-DESCRIPTION
                   END-IF
               END-IF
           END-IF
           WRITE RPT-LINE FROM WS-ACTIVITY-LINE.

       3510-EXIT.
           EXIT.

      *>***************************************************************
      *> 3900-PRINT-RUN-TOTALS - COUNTS AND AMOUNTS OVER EVERY
      *>     STATEMENT PRINTED.
      *>***************************************************************
       3900-PRINT-RUN-TOTALS.
           WRITE RPT-LINE FROM WS-SEPARATOR-LINE

           MOVE 'COMPANIES READ  . . . . .' TO TOT-LABEL
           MOVE WS-COMPANIES-READ           TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'STATEMENTS PRINTED  . . .' TO TOT-LABEL
           MOVE WS-STATEMENTS-PRINTED       TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'NO BALANCE, NO ACTIVITY .' TO TOT-LABEL
           MOVE WS-NO-STATEMENT             TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'POSTINGS SELECTED . . . .' TO TOT-LABEL
           MOVE WS-HISTORY-RELEASED         TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'OTHER CHANGES SELECTED  .' TO TOT-LABEL
           MOVE WS-AUDIT-RELEASED           TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'UNDER A MOVED KEY . . . .' TO TOT-LABEL
           MOVE WS-KEYS-TRANSLATED          TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'MERGE SUMS NOT LISTED . .' TO TOT-LABEL
           MOVE WS-MERGES-DROPPED           TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'ACTIVITY FOR NO MASTER  .' TO TOT-LABEL
           MOVE WS-ORPHAN-ACTIVITY          TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'TOTAL OPENING BALANCES  .' TO AMT-LABEL
           MOVE WS-RT-OPENING               TO AMT-VALUE
           WRITE RPT-LINE FROM WS-AMOUNT-LINE
           MOVE 'TOTAL CHARGES . . . . . .' TO AMT-LABEL
           MOVE WS-RT-CHARGES               TO AMT-VALUE
           WRITE RPT-LINE FROM WS-AMOUNT-LINE
           MOVE 'TOTAL PAYMENTS  . . . . .' TO AMT-LABEL
           MOVE WS-RT-PAYMENTS              TO AMT-VALUE
           WRITE RPT-LINE FROM WS-AMOUNT-LINE
           MOVE 'TOTAL ADJUSTMENTS . . . .' TO AMT-LABEL
           MOVE WS-RT-ADJUSTMENTS           TO AMT-VALUE
           WRITE RPT-LINE FROM WS-AMOUNT-LINE
           MOVE 'OTHER BALANCE CHANGES . .' TO AMT-LABEL
           MOVE WS-RT-OTHER                 TO AMT-VALUE
           WRITE RPT-LINE FROM WS-AMOUNT-LINE
           MOVE 'TOTAL CLOSING BALANCES  .' TO AMT-LABEL
           MOVE WS-RT-CLOSING               TO AMT-VALUE
           WRITE RPT-LINE FROM WS-AMOUNT-LINE

           DISPLAY 'STMTRUN - COMPANIES READ:     ' WS-COMPANIES-READ
           DISPLAY 'STMTRUN - STATEMENTS PRINTED: '
                    WS-STATEMENTS-PRINTED.

       3900-EXIT.
           EXIT.
