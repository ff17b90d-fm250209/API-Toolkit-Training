      *> MODIFICATION HISTORY
      *>   09/02/2026  DK   Original returned-mail run with automatic
      *>                    deactivation at the card's threshold.
      *>   10/15/2026  DK   A piece returned under a company's old
      *>                    ZIP or merged-away key was reported NO
      *>                    MASTER and never counted. A key not found
      *>                    on the master is now resolved through the
      *>                    key cross-reference file (keyxref.cpy),
      *>                    following chains of moves, and the return
      *>                    is applied under the company's current
      *>                    key; the report prints the key it was
      *>                    translated to under the detail line and
      *>                    counts translations on the totals.
      *>***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MAILNIX.
           SELECT AUDIT-FILE       ASSIGN TO MAILAUDT
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL KEY-XREF-FILE ASSIGN TO KEYXREF
               ORGANIZATION IS SEQUENTIAL.

           SELECT NIXIE-REPORT     ASSIGN TO NIXRPT
               ORGANIZATION IS SEQUENTIAL.

           LABEL RECORDS ARE STANDARD.
           COPY "mailaudt.cpy".

       FD  KEY-XREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "keyxref.cpy".

       FD  NIXIE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                    PIC X(80).
       01  WS-SWITCHES.
           05  WS-RETURN-EOF-SWITCH     PIC X       VALUE 'N'.
               88  END-OF-RETURNED-FILE             VALUE 'Y'.
           05  WS-XREF-EOF-SWITCH       PIC X       VALUE 'N'.
               88  END-OF-XREF-FILE                 VALUE 'Y'.
           05  WS-XREF-FOUND-SWITCH     PIC X       VALUE 'N'.
               88  XREF-ENTRY-FOUND                 VALUE 'Y'.
           05  WS-KEY-TRANSLATED-SWITCH PIC X       VALUE 'N'.
               88  KEY-TRANSLATED                   VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RETURNS-READ          PIC 9(7)    VALUE ZERO COMP.
           05  WS-RETURNS-APPLIED       PIC 9(7)    VALUE ZERO COMP.
           05  WS-RETURNS-NO-MASTER     PIC 9(7)    VALUE ZERO COMP.
           05  WS-COMPANIES-DEACTIVATED PIC 9(7)    VALUE ZERO COMP.
           05  WS-RETURNS-TRANSLATED    PIC 9(7)    VALUE ZERO COMP.

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

       01  WS-AUDIT-BEFORE-STATUS       PIC X.
       01  WS-ACTION                    PIC X(12).
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  DTL-ACTION               PIC X(12).

       01  WS-TRANSLATED-LINE.
           05  FILLER                   PIC X(7)    VALUE SPACES.
           05  FILLER                   PIC X(18)   VALUE
               'KEY TRANSLATED TO '.
           05  TRN-NEW-ZIP              PIC 9(5).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  TRN-NEW-COMPANY-NAME     PIC X(30).

       01  WS-TOTAL-LINE-1.
           05  FILLER                   PIC X(25)   VALUE
               'RETURNS READ . . . . . .'.
               'COMPANIES DEACTIVATED  .'.
           05  TOT-DEACTIVATED          PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-5.
           05  FILLER                   PIC X(25)   VALUE
               'KEYS TRANSLATED  . . . .'.
           05  TOT-TRANSLATED           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
               STOP RUN
           END-IF

           PERFORM 1300-LOAD-KEY-XREF-TABLE THRU 1300-EXIT

           OPEN I-O    MAILING-FILE
                INPUT  RETURNED-PIECE-FILE
                OUTPUT NIXIE-REPORT
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
           CLOSE KEY-XREF-FILE

           DISPLAY 'MAILNIX - KEY CROSS-REFERENCES LOADED: '
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
               DISPLAY 'MAILNIX - KEY CROSS-REFERENCE TABLE FULL, '
                       'RUN ABANDONED'
               STOP RUN
           END-IF
           PERFORM 1310-READ-KEY-XREF-FILE THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

      *>***************************************************************
      *> 2000-APPLY-ONE-RETURN - LOOK THE RETURNED PIECE'S COMPANY UP
      *>     BY ITS KEY, BUMP THE UNDELIVERABLE COUNTER, AND
      *>     DEACTIVATE THE COMPANY ONCE IT REACHES THE THRESHOLD.
      *>     A KEY NOT ON FILE IS TRIED AGAIN UNDER WHATEVER KEY THE
      *>     CROSS-REFERENCE SAYS THE COMPANY MOVED TO.
      *>***************************************************************
       2000-APPLY-ONE-RETURN.
           ADD 1 TO WS-RETURNS-READ
           MOVE 'N' TO WS-KEY-TRANSLATED-SWITCH

           MOVE RP-ZIP          TO ZIP
           MOVE RP-COMPANY-NAME TO COMPANY-NAME
           READ MAILING-FILE
               INVALID KEY
                   PERFORM 2050-TRY-TRANSLATED-KEY THRU 2050-EXIT
               NOT INVALID KEY
                   PERFORM 2200-BUMP-AND-TEST THRU 2200-EXIT
           END-READ
       2000-EXIT.
           EXIT.

      *>***************************************************************
      *> 2050-TRY-TRANSLATED-KEY - THE RETURN'S KEY IS NOT ON THE
      *>     MASTER. IF THE COMPANY MOVED OR WAS MERGED AWAY, APPLY
      *>     THE RETURN UNDER ITS CURRENT KEY; OTHERWISE REPORT IT
      *>     NO MASTER AS BEFORE.
      *>***************************************************************
       2050-TRY-TRANSLATED-KEY.
           PERFORM 2400-RESOLVE-RETURN-KEY THRU 2400-EXIT

           IF KEY-TRANSLATED
               MOVE WS-RESOLVED-ZIP  TO ZIP
               MOVE WS-RESOLVED-NAME TO COMPANY-NAME
               READ MAILING-FILE
                   INVALID KEY
                       PERFORM 2060-REPORT-NO-MASTER THRU 2060-EXIT
                   NOT INVALID KEY
                       ADD 1 TO WS-RETURNS-TRANSLATED
                       PERFORM 2200-BUMP-AND-TEST THRU 2200-EXIT
               END-READ
           ELSE
               PERFORM 2060-REPORT-NO-MASTER THRU 2060-EXIT
           END-IF.

       2050-EXIT.
           EXIT.

       2060-REPORT-NO-MASTER.
           ADD 1 TO WS-RETURNS-NO-MASTER
           MOVE ZERO        TO DTL-COUNT
           MOVE 'NO MASTER  ' TO WS-ACTION
           PERFORM 2300-WRITE-NIXIE-LINE THRU 2300-EXIT.

       2060-EXIT.
           EXIT.

       2100-READ-RETURNED-FILE.
           READ RETURNED-PIECE-FILE
               AT END
           MOVE RP-REASON-CODE  TO DTL-REASON-CODE
           MOVE RP-RETURN-DATE  TO DTL-RETURN-DATE
           MOVE WS-ACTION       TO DTL-ACTION
           WRITE RPT-LINE FROM WS-DETAIL-LINE

           IF KEY-TRANSLATED
               MOVE WS-RESOLVED-ZIP  TO TRN-NEW-ZIP
               MOVE WS-RESOLVED-NAME TO TRN-NEW-COMPANY-NAME
               WRITE RPT-LINE FROM WS-TRANSLATED-LINE
           END-IF.

       2300-EXIT.
           EXIT.

      *>***************************************************************
      *> 2400-RESOLVE-RETURN-KEY - FOLLOW THE RETURN'S KEY THROUGH
      *>     THE CROSS-REFERENCE TO WHERE THE COMPANY LIVES NOW. EACH
      *>     MOVE IS LOOKED FOR ONLY AMONG THE ENTRIES WRITTEN AFTER
      *>     THE ONE JUST FOLLOWED, SO A CHAIN OF MOVES IS WALKED IN
      *>     THE ORDER IT HAPPENED AND A KEY THAT MOVED AWAY AND BACK
      *>     CANNOT LOOP.
      *>***************************************************************
       2400-RESOLVE-RETURN-KEY.
           MOVE RP-ZIP           TO WS-RESOLVED-ZIP
           MOVE RP-COMPANY-NAME  TO WS-RESOLVED-NAME
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

       3000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-COMPANIES-DEACTIVATED TO TOT-DEACTIVATED
           WRITE RPT-LINE FROM WS-TOTAL-LINE-4
           MOVE WS-RETURNS-TRANSLATED    TO TOT-TRANSLATED
           WRITE RPT-LINE FROM WS-TOTAL-LINE-5

           CLOSE MAILING-FILE
                 RETURNED-PIECE-FILE
