      *>***************************************************************
      *> PROGRAM-ID : CRMINTAK
      *> AUTHOR     : D. KOWALCZYK - MAILING SYSTEMS UNIT
      *> DATE-WRITTEN : 10/15/2026
      *>
      *> CRM delta intake. Sales keeps its accounts in the CRM system,
      *> which sends a nightly delta file of accounts added, changed
      *> and closed that day (crmdelta.cpy). This run turns each
      *> entry into MAILMNT transactions in the mailtran.cpy layout:
      *>   an add     becomes an 'N' new-company transaction carrying
      *>              the account's contacts, address and opening
      *>              balance;
      *>   a change   becomes an 'M' address change when the street,
      *>              city and state are all supplied, and/or a 'V'
      *>              VP-MARKETING change when a VP name is supplied;
      *>   a close    becomes a 'D' deactivate.
      *> A change or close with no ZIP goes out with a zero ZIP so
      *> MAILMNT finds the company by name. Anything MAILMNT has no
      *> transaction for (a new president, a partial address, an
      *> unknown action) is not guessed at; it is listed on the
      *> intake control report as not mapped, alongside every
      *> transaction that was written, so someone can key it by hand.
      *> The master is not touched here - MAILMNT does the edits.
      *>
      *> MODIFICATION HISTORY
      *>   10/15/2026  DK   Original CRM delta intake.
      *>   10/15/2026  DK   The CRM country and postal code now ride
      *>                    on an add (MT-NC-COUNTRY-CODE,
      *>                    MT-NC-POSTAL-CODE). A foreign account is
      *>                    sent with a zero ZIP, which is how the
      *>                    master keys foreign companies, whatever
      *>                    the CRM had in its ZIP column.
      *>***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CRMINTAK.
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
           SELECT CRM-DELTA-FILE   ASSIGN TO CRMDELTA
               ORGANIZATION IS SEQUENTIAL.

           SELECT TRANSACTION-FILE ASSIGN TO CRMTRAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT INTAKE-REPORT    ASSIGN TO INTKRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CRM-DELTA-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "crmdelta.cpy".

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "mailtran.cpy".

       FD  INTAKE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X       VALUE 'N'.
               88  END-OF-DELTA-FILE                VALUE 'Y'.
           05  WS-MAPPED-SWITCH         PIC X       VALUE 'N'.
               88  ENTRY-MAPPED                     VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-DELTAS-READ           PIC 9(7)    VALUE ZERO COMP.
           05  WS-ADDS-READ             PIC 9(7)    VALUE ZERO COMP.
           05  WS-CHANGES-READ          PIC 9(7)    VALUE ZERO COMP.
           05  WS-CLOSES-READ           PIC 9(7)    VALUE ZERO COMP.
           05  WS-TRANS-WRITTEN         PIC 9(7)    VALUE ZERO COMP.
           05  WS-ITEMS-NOT-MAPPED      PIC 9(7)    VALUE ZERO COMP.

       01  WS-RUN-DATE                  PIC 9(6).

       01  WS-HEADING-1.
           05  FILLER                   PIC X(40)   VALUE
               'CRM DELTA INTAKE CONTROL REPORT'.
           05  FILLER                   PIC X(9)    VALUE 'RUN DATE '.
           05  HD1-RUN-DATE             PIC 9(6).

       01  WS-HEADING-2.
           05  FILLER                   PIC X(3)    VALUE 'ACT'.
           05  FILLER                   PIC X(12)   VALUE 'ACCOUNT'.
           05  FILLER                   PIC X(7)    VALUE 'ZIP'.
           05  FILLER                   PIC X(32)   VALUE
               'COMPANY NAME'.
           05  FILLER                   PIC X(3)    VALUE 'TRN'.
           05  FILLER                   PIC X(23)   VALUE
               'RESULT'.

       01  WS-DETAIL-LINE.
           05  DTL-ACTION               PIC X.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DTL-ACCOUNT-ID           PIC X(10).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DTL-ZIP                  PIC X(5).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DTL-COMPANY-NAME         PIC X(30).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DTL-TRANS-CODE           PIC X.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DTL-RESULT               PIC X(23).

       01  WS-TOTAL-LINE-1.
           05  FILLER                   PIC X(20)   VALUE
               'DELTA RECORDS READ .'.
           05  TOT-DELTAS-READ          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(6)    VALUE SPACES.
           05  FILLER                   PIC X(20)   VALUE
               'ADDS . . . . . . . .'.
           05  TOT-ADDS-READ            PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER                   PIC X(20)   VALUE
               'CHANGES  . . . . . .'.
           05  TOT-CHANGES-READ         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(6)    VALUE SPACES.
           05  FILLER                   PIC X(20)   VALUE
               'CLOSES . . . . . . .'.
           05  TOT-CLOSES-READ          PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER                   PIC X(20)   VALUE
               'TRANSACTIONS WRITTEN'.
           05  TOT-TRANS-WRITTEN        PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(6)    VALUE SPACES.
           05  FILLER                   PIC X(20)   VALUE
               'ITEMS NOT MAPPED . .'.
           05  TOT-ITEMS-NOT-MAPPED     PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CONVERT-ONE-DELTA THRU 2000-EXIT
               UNTIL END-OF-DELTA-FILE
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE

           OPEN INPUT  CRM-DELTA-FILE
                OUTPUT TRANSACTION-FILE
                       INTAKE-REPORT

           MOVE WS-RUN-DATE TO HD1-RUN-DATE
           WRITE RPT-LINE FROM WS-HEADING-1
           WRITE RPT-LINE FROM WS-HEADING-2

           PERFORM 2900-READ-DELTA-FILE THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      *>***************************************************************
      *> 2000-CONVERT-ONE-DELTA - DISPATCH ON THE CRM ACTION. THE KEY
      *>     IS CHECKED FIRST: AN ADD NEEDS A FULL ZIP AND NAME, A
      *>     CHANGE OR CLOSE NEEDS A NAME AND EITHER A NUMERIC ZIP OR
      *>     NONE AT ALL. A FOREIGN ACCOUNT'S ZIP COLUMN IS NOT USED.
      *>***************************************************************
       2000-CONVERT-ONE-DELTA.
           ADD 1 TO WS-DELTAS-READ
           MOVE CD-ACTION       TO DTL-ACTION
           MOVE CD-ACCOUNT-ID   TO DTL-ACCOUNT-ID
           MOVE CD-ZIP          TO DTL-ZIP
           MOVE CD-COMPANY-NAME TO DTL-COMPANY-NAME

           IF CD-COMPANY-NAME = SPACES
               MOVE 'NO COMPANY NAME' TO DTL-RESULT
               PERFORM 2800-REPORT-NOT-MAPPED THRU 2800-EXIT
           ELSE
               IF CD-DOMESTIC
               AND CD-ZIP NOT = SPACES
               AND CD-ZIP NOT NUMERIC
                   MOVE 'ZIP NOT NUMERIC' TO DTL-RESULT
                   PERFORM 2800-REPORT-NOT-MAPPED THRU 2800-EXIT
               ELSE
                   IF CD-ADD
                       ADD 1 TO WS-ADDS-READ
                       PERFORM 2100-CONVERT-ADD THRU 2100-EXIT
                   ELSE
                       IF CD-CHANGE
                           ADD 1 TO WS-CHANGES-READ
                           PERFORM 2200-CONVERT-CHANGE THRU 2200-EXIT
                       ELSE
                           IF CD-CLOSE
                               ADD 1 TO WS-CLOSES-READ
                               PERFORM 2300-CONVERT-CLOSE
                                   THRU 2300-EXIT
                           ELSE
                               MOVE 'UNKNOWN ACTION CODE'
                                   TO DTL-RESULT
                               PERFORM 2800-REPORT-NOT-MAPPED
                                   THRU 2800-EXIT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

           PERFORM 2900-READ-DELTA-FILE THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *>***************************************************************
      *> 2100-CONVERT-ADD - ONE 'N' TRANSACTION CARRYING THE NEW
      *>     ACCOUNT AS MAILLOAD WOULD HAVE RECEIVED IT. FIELDS THE CRM
      *>     DOES NOT HOLD GO OUT ZERO OR BLANK; ZIP-CODE AND
      *>     ZIP-PLUS-92 ARE CARRIED FROM THE ZIP AND ZIP-PLUS-9 SO THE
      *>     NEW RECORD AGREES WITH ITSELF. A FOREIGN ACCOUNT GOES
      *>     OUT UNDER A ZERO ZIP WITH ITS OWN POSTAL CODE.
      *>***************************************************************
       2100-CONVERT-ADD.
           IF CD-DOMESTIC
           AND (CD-ZIP = SPACES OR CD-ZIP-NUM = ZERO)
               MOVE 'ADD WITH NO ZIP' TO DTL-RESULT
               PERFORM 2800-REPORT-NOT-MAPPED THRU 2800-EXIT
           ELSE
               PERFORM 2700-START-TRANSACTION THRU 2700-EXIT
               SET MT-ADD-COMPANY           TO TRUE
               MOVE CD-PRES-LAST-NAME       TO MT-NC-PRES-LAST-NAME
               MOVE CD-PRES-FIRST-NAME      TO MT-NC-PRES-FIRST-NAME
               MOVE ZERO                    TO MT-NC-AMT
               MOVE ZERO                    TO MT-NC-AMT2
               MOVE ZERO                    TO MT-NC-AMT3
               MOVE ZERO                    TO MT-NC-AMT4
               MOVE MT-ZIP                  TO MT-NC-ZIP-CODE
               MOVE CD-PRES-MIDDLE-NAME     TO MT-NC-MIDDLE-NAME
               MOVE CD-VP-LAST-NAME         TO MT-NC-VP-LAST-NAME
               MOVE CD-VP-FIRST-NAME        TO MT-NC-VP-FIRST-NAME
               MOVE CD-ZIP-PLUS-9           TO MT-NC-ZIP-PLUS-9
               MOVE CD-MAIL-ADDRESS         TO MT-NC-MAIL-ADDRESS
               MOVE CD-CITY                 TO MT-NC-CITY
               MOVE CD-STATE                TO MT-NC-STATE
               MOVE ZERO                    TO MT-NC-NUM
               MOVE ZERO                    TO MT-NC-SIGNED-AMT
               MOVE CD-ZIP-PLUS-9           TO MT-NC-ZIP-PLUS-92
               MOVE SPACES                  TO MT-NC-AME
               MOVE CD-SEX                  TO MT-NC-SEX
               MOVE ZERO                    TO MT-NC-PADTEST1
               MOVE CD-OPENING-BALANCE      TO MT-NC-ACCOUNT-BALANCE
               MOVE ZERO                    TO MT-NC-ACCOUNT-BALANCE2
               MOVE CD-COUNTRY-CODE         TO MT-NC-COUNTRY-CODE
               MOVE CD-POSTAL-CODE          TO MT-NC-POSTAL-CODE
               MOVE 'NEW COMPANY'           TO DTL-RESULT
               PERFORM 2750-WRITE-TRANSACTION THRU 2750-EXIT
           END-IF.

       2100-EXIT.
           EXIT.

      *>***************************************************************
      *> 2200-CONVERT-CHANGE - A CRM CHANGE CAN CARRY SEVERAL THINGS
      *>     AT ONCE, SO IT MAY YIELD AN 'M' AND A 'V' TOGETHER. AN
      *>     ADDRESS IS ONLY SENT WHEN STREET, CITY AND STATE ARE ALL
      *>     THERE - MAILMNT REPLACES ALL THREE, AND A BLANK WOULD WIPE
      *>     GOOD DATA. THE PRESIDENT HAS NO MAINTENANCE TRANSACTION.
      *>***************************************************************
       2200-CONVERT-CHANGE.
           MOVE 'N' TO WS-MAPPED-SWITCH

           IF CD-MAIL-ADDRESS NOT = SPACES
           AND CD-CITY NOT = SPACES
           AND CD-STATE NOT = SPACES
               PERFORM 2700-START-TRANSACTION THRU 2700-EXIT
               SET MT-UPDATE-ADDRESS    TO TRUE
               MOVE CD-MAIL-ADDRESS     TO MT-MAIL-ADDRESS
               MOVE CD-CITY             TO MT-CITY
               MOVE CD-STATE            TO MT-STATE
               MOVE 'ADDRESS CHANGE'    TO DTL-RESULT
               PERFORM 2750-WRITE-TRANSACTION THRU 2750-EXIT
               SET ENTRY-MAPPED TO TRUE
           ELSE
               IF CD-MAIL-ADDRESS NOT = SPACES
               OR CD-CITY NOT = SPACES
               OR CD-STATE NOT = SPACES
                   MOVE 'PARTIAL ADDRESS' TO DTL-RESULT
                   PERFORM 2800-REPORT-NOT-MAPPED THRU 2800-EXIT
                   SET ENTRY-MAPPED TO TRUE
               END-IF
           END-IF

           IF CD-VP-LAST-NAME NOT = SPACES
               PERFORM 2700-START-TRANSACTION THRU 2700-EXIT
               SET MT-UPDATE-VP-MARKETING TO TRUE
               MOVE CD-VP-LAST-NAME     TO MT-VP-LAST-NAME
               MOVE CD-VP-FIRST-NAME    TO MT-VP-FIRST-NAME
               MOVE 'VP-MARKETING CHANGE' TO DTL-RESULT
               PERFORM 2750-WRITE-TRANSACTION THRU 2750-EXIT
               SET ENTRY-MAPPED TO TRUE
           END-IF

           IF CD-PRES-LAST-NAME NOT = SPACES
               MOVE 'PRESIDENT NOT CARRIED' TO DTL-RESULT
               PERFORM 2800-REPORT-NOT-MAPPED THRU 2800-EXIT
               SET ENTRY-MAPPED TO TRUE
           END-IF

           IF NOT ENTRY-MAPPED
               MOVE 'NOTHING TO MAP' TO DTL-RESULT
               PERFORM 2800-REPORT-NOT-MAPPED THRU 2800-EXIT
           END-IF.

       2200-EXIT.
           EXIT.

       2300-CONVERT-CLOSE.
           PERFORM 2700-START-TRANSACTION THRU 2700-EXIT
           SET MT-DEACTIVATE-COMPANY TO TRUE
           MOVE 'DEACTIVATE'         TO DTL-RESULT
           PERFORM 2750-WRITE-TRANSACTION THRU 2750-EXIT.

       2300-EXIT.
           EXIT.

      *>***************************************************************
      *> 2700-START-TRANSACTION - A CLEAN TRANSACTION CARRYING THE
      *>     COMPANY'S KEY. NO ZIP FROM THE CRM GOES OUT AS ZERO, WHICH
      *>     MAILMNT TAKES AS A LOOKUP BY COMPANY-NAME ALONE; SO DOES
      *>     A FOREIGN ACCOUNT, KEYED UNDER A ZERO ZIP ON THE MASTER.
      *>***************************************************************
       2700-START-TRANSACTION.
           MOVE SPACES          TO MAILING-TRANSACTION
           IF CD-ZIP = SPACES OR NOT CD-DOMESTIC
               MOVE ZERO        TO MT-ZIP
           ELSE
               MOVE CD-ZIP-NUM  TO MT-ZIP
           END-IF
           MOVE CD-COMPANY-NAME TO MT-COMPANY-NAME.

       2700-EXIT.
           EXIT.

       2750-WRITE-TRANSACTION.
           WRITE MAILING-TRANSACTION
           ADD 1 TO WS-TRANS-WRITTEN
           MOVE MT-TRANS-CODE TO DTL-TRANS-CODE
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

       2750-EXIT.
           EXIT.

       2800-REPORT-NOT-MAPPED.
           ADD 1 TO WS-ITEMS-NOT-MAPPED
           MOVE '-' TO DTL-TRANS-CODE
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

       2800-EXIT.
           EXIT.

       2900-READ-DELTA-FILE.
           READ CRM-DELTA-FILE
               AT END
                   SET END-OF-DELTA-FILE TO TRUE
           END-READ.

       2900-EXIT.
           EXIT.

       3000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-DELTAS-READ      TO TOT-DELTAS-READ
           MOVE WS-ADDS-READ        TO TOT-ADDS-READ
           WRITE RPT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-CHANGES-READ     TO TOT-CHANGES-READ
           MOVE WS-CLOSES-READ      TO TOT-CLOSES-READ
           WRITE RPT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-TRANS-WRITTEN    TO TOT-TRANS-WRITTEN
           MOVE WS-ITEMS-NOT-MAPPED TO TOT-ITEMS-NOT-MAPPED
           WRITE RPT-LINE FROM WS-TOTAL-LINE-3

           CLOSE CRM-DELTA-FILE
                 TRANSACTION-FILE
                 INTAKE-REPORT

           DISPLAY 'CRMINTAK - DELTA RECORDS READ:   ' WS-DELTAS-READ
           DISPLAY 'CRMINTAK - TRANSACTIONS WRITTEN: ' WS-TRANS-WRITTEN
           DISPLAY 'CRMINTAK - ITEMS NOT MAPPED:     '
                    WS-ITEMS-NOT-MAPPED.

       3000-EXIT.
           EXIT.
