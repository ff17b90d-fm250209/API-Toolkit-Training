      *>
      *> MODIFICATION HISTORY
      *>   09/02/2026  DK   Original mailing history inquiry report.
      *>   10/15/2026  DK   A company whose key changed (CASSAPPL or
      *>                    NCOAAPPL ZIP move, MAILMNT 'G' merge)
      *>                    showed up as a new company with no
      *>                    history while its old mailings sat under
      *>                    the old key. Each history record's key is
      *>                    now resolved through the key cross-
      *>                    reference file (keyxref.cpy), following
      *>                    chains of moves, and reported under the
      *>                    company's current key; a translated
      *>                    mailing is marked with the key it was
      *>                    mailed under, and the translations are
      *>                    counted on the totals. A COMPANY card
      *>                    matches either the old or current name.
      *>***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MAILHREP.
           SELECT MAILING-HISTORY-FILE ASSIGN TO MAILHIST
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL KEY-XREF-FILE ASSIGN TO KEYXREF
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE   ASSIGN TO SORTWK1.

           SELECT HISTORY-REPORT   ASSIGN TO HISTRPT
           LABEL RECORDS ARE STANDARD.
           COPY "mailhist.cpy".

       FD  KEY-XREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "keyxref.cpy".

       SD  SORT-WORK-FILE.
       01  SORT-HISTORY-RECORD.
           05  SRT-SORT-KEY.
               10  SRT-COMPANY-NAME    PIC X(30).
               10  SRT-MAIL-DATE       PIC 9(6).
           05  SRT-CAMPAIGN-ID         PIC X(8).
           05  SRT-MAILED-UNDER.
               10  SRT-OLD-ZIP         PIC 9(5).
               10  SRT-OLD-COMPANY-NAME PIC X(30).

       FD  HISTORY-REPORT
           LABEL RECORDS ARE STANDARD.
               88  DATE-FILTER-PRESENT              VALUE 'Y'.
           05  WS-COMPANY-FILTER-SWITCH PIC X       VALUE 'N'.
               88  COMPANY-FILTER-PRESENT           VALUE 'Y'.
           05  WS-XREF-EOF-SWITCH       PIC X       VALUE 'N'.
               88  END-OF-XREF-FILE                 VALUE 'Y'.
           05  WS-XREF-FOUND-SWITCH     PIC X       VALUE 'N'.
               88  XREF-ENTRY-FOUND                 VALUE 'Y'.
           05  WS-KEY-TRANSLATED-SWITCH PIC X       VALUE 'N'.
               88  KEY-TRANSLATED                   VALUE 'Y'.

       01  WS-FILTERS.
           05  WS-FROM-DATE             PIC 9(6)    VALUE ZERO.
           05  WS-RECORDS-READ          PIC 9(7)    VALUE ZERO COMP.
           05  WS-RECORDS-SELECTED      PIC 9(7)    VALUE ZERO COMP.
           05  WS-COMPANIES-LISTED      PIC 9(7)    VALUE ZERO COMP.
           05  WS-RECORDS-TRANSLATED    PIC 9(7)    VALUE ZERO COMP.

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

       01  WS-BREAK-KEY.
           05  WS-BREAK-ZIP             PIC 9(5)    VALUE ZERO.
           05  DTL-MAIL-DATE            PIC 9(6).
           05  FILLER                   PIC X(5)    VALUE SPACES.
           05  DTL-CAMPAIGN-ID          PIC X(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DTL-TRANSLATED-FROM.
               10  DTL-FROM-LITERAL     PIC X(5).
               10  DTL-OLD-ZIP          PIC 9(5).
               10  FILLER               PIC X(1)    VALUE SPACE.
               10  DTL-OLD-COMPANY-NAME PIC X(30).

       01  WS-COMPANY-TOTAL-LINE.
           05  FILLER                   PIC X(4)    VALUE SPACES.
               'COMPANIES LISTED . .'.
           05  TOT-COMPANIES            PIC ZZZ,ZZ9.

       01  WS-TRANSLATED-TOTAL-LINE.
           05  FILLER                   PIC X(20)   VALUE
               'KEYS TRANSLATED  . .'.
           05  TOT-TRANSLATED           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-READ-SELECTION-CARDS THRU 1000-EXIT
           PERFORM 1300-LOAD-KEY-XREF-TABLE THRU 1300-EXIT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-SORT-KEY
               INPUT PROCEDURE IS 2000-SELECT-HISTORY-RECORDS
       1200-EXIT.
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
           CLOSE KEY-XREF-FILE

           DISPLAY 'MAILHREP - KEY CROSS-REFERENCES LOADED: '
                    WS-KX-USED.

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
               DISPLAY 'MAILHREP - KEY CROSS-REFERENCE TABLE FULL, '
                       'RUN ABANDONED'
               STOP RUN
           END-IF
           PERFORM 1310-READ-KEY-XREF-FILE THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

      *>***************************************************************
      *> 2000-SELECT-HISTORY-RECORDS - RELEASE EVERY HISTORY RECORD
      *>     FOR THE COMPANIES ASKED ABOUT. THE DATE RANGE IS NOT

       2200-FILTER-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ
           PERFORM 2300-RESOLVE-HISTORY-KEY THRU 2300-EXIT

           IF NOT COMPANY-FILTER-PRESENT
           OR MH-COMPANY-NAME = WS-FILTER-COMPANY
           OR WS-RESOLVED-NAME = WS-FILTER-COMPANY
               ADD 1 TO WS-RECORDS-SELECTED
               MOVE WS-RESOLVED-ZIP    TO SRT-ZIP
               MOVE WS-RESOLVED-NAME   TO SRT-COMPANY-NAME
               MOVE MH-MAIL-DATE       TO SRT-MAIL-DATE
               MOVE MH-CAMPAIGN-ID     TO SRT-CAMPAIGN-ID
               IF KEY-TRANSLATED
                   ADD 1 TO WS-RECORDS-TRANSLATED
                   MOVE MH-ZIP          TO SRT-OLD-ZIP
                   MOVE MH-COMPANY-NAME TO SRT-OLD-COMPANY-NAME
               ELSE
                   MOVE SPACES TO SRT-MAILED-UNDER
               END-IF
               RELEASE SORT-HISTORY-RECORD
           END-IF

       2200-EXIT.
           EXIT.

      *>***************************************************************
      *> 2300-RESOLVE-HISTORY-KEY - FOLLOW THE HISTORY RECORD'S KEY
      *>     THROUGH THE CROSS-REFERENCE TO WHERE THE COMPANY LIVES
      *>     NOW. EACH MOVE IS LOOKED FOR ONLY AMONG THE ENTRIES
      *>     WRITTEN AFTER THE ONE JUST FOLLOWED, SO A CHAIN OF MOVES
      *>     IS WALKED IN THE ORDER IT HAPPENED AND A KEY THAT MOVED
      *>     AWAY AND BACK CANNOT LOOP.
      *>***************************************************************
       2300-RESOLVE-HISTORY-KEY.
           MOVE MH-ZIP           TO WS-RESOLVED-ZIP
           MOVE MH-COMPANY-NAME  TO WS-RESOLVED-NAME
           MOVE 'N' TO WS-KEY-TRANSLATED-SWITCH
           MOVE 1   TO WS-KX-START
           SET XREF-ENTRY-FOUND TO TRUE
           PERFORM 2310-FOLLOW-ONE-MOVE THRU 2310-EXIT
               UNTIL NOT XREF-ENTRY-FOUND.

       2300-EXIT.
           EXIT.

       2310-FOLLOW-ONE-MOVE.
           MOVE 'N' TO WS-XREF-FOUND-SWITCH
           PERFORM 2320-TEST-ONE-XREF-ENTRY THRU 2320-EXIT
               VARYING WS-KX-SUB FROM WS-KX-START BY 1
               UNTIL WS-KX-SUB > WS-KX-USED
                  OR XREF-ENTRY-FOUND
           MOVE WS-KX-SUB TO WS-KX-START.

       2310-EXIT.
           EXIT.

       2320-TEST-ONE-XREF-ENTRY.
           IF WS-KX-OLD-ZIP (WS-KX-SUB) = WS-RESOLVED-ZIP
           AND WS-KX-OLD-NAME (WS-KX-SUB) = WS-RESOLVED-NAME
               SET XREF-ENTRY-FOUND TO TRUE
               SET KEY-TRANSLATED TO TRUE
               MOVE WS-KX-NEW-ZIP (WS-KX-SUB)  TO WS-RESOLVED-ZIP
               MOVE WS-KX-NEW-NAME (WS-KX-SUB) TO WS-RESOLVED-NAME
           END-IF.

       2320-EXIT.
           EXIT.

      *>***************************************************************
      *> 3000-PRINT-REPORT - RETURN THE RECORDS IN COMPANY KEY AND
      *>     MAIL DATE ORDER, ONE SECTION PER COMPANY CLOSED BY ITS
           MOVE WS-RECORDS-READ     TO TOT-RECORDS-READ
           MOVE WS-COMPANIES-LISTED TO TOT-COMPANIES
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE WS-RECORDS-TRANSLATED TO TOT-TRANSLATED
           WRITE RPT-LINE FROM WS-TRANSLATED-TOTAL-LINE
           CLOSE HISTORY-REPORT

           DISPLAY 'MAILHREP - RECORDS READ:     ' WS-RECORDS-READ
           DISPLAY 'MAILHREP - RECORDS SELECTED: '
                    WS-RECORDS-SELECTED
           DISPLAY 'MAILHREP - KEYS TRANSLATED:  '
                    WS-RECORDS-TRANSLATED.

       3000-EXIT.
           EXIT.
           AND SRT-MAIL-DATE NOT > WS-THRU-DATE
               MOVE SRT-MAIL-DATE   TO DTL-MAIL-DATE
               MOVE SRT-CAMPAIGN-ID TO DTL-CAMPAIGN-ID
               IF SRT-MAILED-UNDER = SPACES
                   MOVE SPACES TO DTL-TRANSLATED-FROM
               ELSE
                   MOVE 'FROM '              TO DTL-FROM-LITERAL
                   MOVE SRT-OLD-ZIP          TO DTL-OLD-ZIP
                   MOVE SRT-OLD-COMPANY-NAME TO DTL-OLD-COMPANY-NAME
               END-IF
               WRITE RPT-LINE FROM WS-DETAIL-LINE
           END-IF

