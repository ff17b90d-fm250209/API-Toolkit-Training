      *>
      *> MODIFICATION HISTORY
      *>   09/02/2026  DK   Original campaign response posting run.
      *>   10/15/2026  DK   A reply keyed under a company's old ZIP
      *>                    or merged-away key was rejected as not on
      *>                    file. A key not found on the master is
      *>                    now resolved through the key cross-
      *>                    reference file (keyxref.cpy), following
      *>                    chains of moves, and posted under the
      *>                    company's current key. Added the posting
      *>                    report (POSTRPT), which lists every
      *>                    translated key and every response still
      *>                    rejected, with totals.
      *>***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     RESPPOST.
           SELECT AUDIT-FILE       ASSIGN TO MAILAUDT
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL KEY-XREF-FILE ASSIGN TO KEYXREF
               ORGANIZATION IS SEQUENTIAL.

           SELECT POSTING-REPORT   ASSIGN TO POSTRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.

           LABEL RECORDS ARE STANDARD.
           COPY "mailaudt.cpy".

       FD  KEY-XREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "keyxref.cpy".

       FD  POSTING-REPORT
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                    PIC X(100).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "runctl.cpy".
       01  WS-SWITCHES.
           05  WS-RESPONSE-EOF-SWITCH   PIC X       VALUE 'N'.
               88  END-OF-RESPONSE-FILE             VALUE 'Y'.
           05  WS-XREF-EOF-SWITCH       PIC X       VALUE 'N'.
               88  END-OF-XREF-FILE                 VALUE 'Y'.
           05  WS-XREF-FOUND-SWITCH     PIC X       VALUE 'N'.
               88  XREF-ENTRY-FOUND                 VALUE 'Y'.
           05  WS-KEY-TRANSLATED-SWITCH PIC X       VALUE 'N'.
               88  KEY-TRANSLATED                   VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RESPONSES-READ        PIC 9(7)    VALUE ZERO COMP.
           05  WS-RESPONSES-POSTED      PIC 9(7)    VALUE ZERO COMP.
           05  WS-RESPONSES-REJECTED    PIC 9(7)    VALUE ZERO COMP.
           05  WS-RESPONSES-TRANSLATED  PIC 9(7)    VALUE ZERO COMP.

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

       01  WS-ACTION                    PIC X(12).

       01  WS-BEFORE-IMAGES.
           05  WS-COUNT-BEFORE          PIC 9(3).
       01  WS-RC-SCAN-EOF-SW            PIC X       VALUE 'N'.
           88  END-OF-RC-SCAN                       VALUE 'Y'.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(40)   VALUE
               'RESPONSE POSTING - KEYS AND REJECTS'.

       01  WS-HEADING-2.
           05  FILLER                   PIC X(7)    VALUE 'ZIP'.
           05  FILLER                   PIC X(32)   VALUE
               'COMPANY NAME ON RESPONSE'.
           05  FILLER                   PIC X(14)   VALUE 'ACTION'.
           05  FILLER                   PIC X(7)    VALUE 'ZIP'.
           05  FILLER                   PIC X(30)   VALUE
               'POSTED UNDER'.

       01  WS-DETAIL-LINE.
           05  DTL-ZIP                  PIC 9(5).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DTL-COMPANY-NAME         PIC X(30).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DTL-ACTION               PIC X(12).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DTL-POSTED-KEY.
               10  DTL-NEW-ZIP          PIC 9(5).
               10  FILLER               PIC X(2)    VALUE SPACES.
               10  DTL-NEW-COMPANY-NAME PIC X(30).

       01  WS-TOTAL-LINE-1.
           05  FILLER                   PIC X(25)   VALUE
               'RESPONSES READ  . . . . .'.
           05  TOT-READ                 PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER                   PIC X(25)   VALUE
               'RESPONSES POSTED  . . . .'.
           05  TOT-POSTED               PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER                   PIC X(25)   VALUE
               '  UNDER A TRANSLATED KEY.'.
           05  TOT-TRANSLATED           PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05  FILLER                   PIC X(25)   VALUE
               'RESPONSES REJECTED  . . .'.
           05  TOT-REJECTED             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1300-LOAD-KEY-XREF-TABLE THRU 1300-EXIT

           OPEN I-O    MAILING-FILE
                INPUT  RESPONSE-FILE
                EXTEND AUDIT-FILE
                OUTPUT POSTING-REPORT

           IF WS-MAILING-FILE-STATUS NOT = '00'
               DISPLAY 'RESPPOST - MAILING-FILE OPEN FAILED, STATUS: '
               STOP RUN
           END-IF

           WRITE RPT-LINE FROM WS-HEADING-1
           WRITE RPT-LINE FROM WS-HEADING-2

           PERFORM 2100-READ-RESPONSE-FILE THRU 2100-EXIT.
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

           DISPLAY 'RESPPOST - KEY CROSS-REFERENCES LOADED: '
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
               DISPLAY 'RESPPOST - KEY CROSS-REFERENCE TABLE FULL, '
                       'RUN ABANDONED'
               STOP RUN
           END-IF
           PERFORM 1310-READ-KEY-XREF-FILE THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

      *>***************************************************************
      *> 2000-POST-ONE-RESPONSE - LOOK THE RESPONDING COMPANY UP BY
      *>     ITS KEY AND STAMP THE RESPONSE ACTIVITY ON ITS RECORD. A
      *>     KEY NOT ON FILE IS TRIED AGAIN UNDER WHATEVER KEY THE
      *>     CROSS-REFERENCE SAYS THE COMPANY MOVED TO.
      *>***************************************************************
       2000-POST-ONE-RESPONSE.
           ADD 1 TO WS-RESPONSES-READ
           MOVE 'N' TO WS-KEY-TRANSLATED-SWITCH

           MOVE RT-ZIP          TO ZIP
           MOVE RT-COMPANY-NAME TO COMPANY-NAME
           READ MAILING-FILE
               INVALID KEY
                   PERFORM 2050-TRY-TRANSLATED-KEY THRU 2050-EXIT
               NOT INVALID KEY
                   PERFORM 2200-STAMP-RESPONSE THRU 2200-EXIT
           END-READ
       2000-EXIT.
           EXIT.

      *>***************************************************************
      *> 2050-TRY-TRANSLATED-KEY - THE RESPONSE'S KEY IS NOT ON THE
      *>     MASTER. IF THE COMPANY MOVED OR WAS MERGED AWAY, POST
      *>     UNDER ITS CURRENT KEY AND SAY SO ON THE REPORT;
      *>     OTHERWISE REJECT IT AS BEFORE.
      *>***************************************************************
       2050-TRY-TRANSLATED-KEY.
           PERFORM 2400-RESOLVE-RESPONSE-KEY THRU 2400-EXIT

           IF KEY-TRANSLATED
               MOVE WS-RESOLVED-ZIP  TO ZIP
               MOVE WS-RESOLVED-NAME TO COMPANY-NAME
               READ MAILING-FILE
                   INVALID KEY
                       DISPLAY 'RESPPOST - NO MASTER FOR: ' RT-ZIP
                                ' ' RT-COMPANY-NAME
                                ' OR TRANSLATED KEY'
                       ADD 1 TO WS-RESPONSES-REJECTED
                       MOVE 'NO MASTER   ' TO WS-ACTION
                   NOT INVALID KEY
                       MOVE 'TRANSLATED  ' TO WS-ACTION
                       PERFORM 2200-STAMP-RESPONSE THRU 2200-EXIT
               END-READ
           ELSE
               DISPLAY 'RESPPOST - NO MASTER FOR: ' RT-ZIP
                        ' ' RT-COMPANY-NAME
               ADD 1 TO WS-RESPONSES-REJECTED
               MOVE 'NO MASTER   ' TO WS-ACTION
           END-IF

           PERFORM 2500-WRITE-POSTING-LINE THRU 2500-EXIT.

       2050-EXIT.
           EXIT.

       2100-READ-RESPONSE-FILE.
           READ RESPONSE-FILE
               AT END
                   ADD 1 TO WS-RESPONSES-REJECTED
               NOT INVALID KEY
                   ADD 1 TO WS-RESPONSES-POSTED
                   IF KEY-TRANSLATED
                       ADD 1 TO WS-RESPONSES-TRANSLATED
                   END-IF
                   PERFORM 2300-WRITE-RESPONSE-AUDIT THRU 2300-EXIT
           END-REWRITE.

       2300-EXIT.
           EXIT.

      *>***************************************************************
      *> 2400-RESOLVE-RESPONSE-KEY - FOLLOW THE RESPONSE'S KEY
      *>     THROUGH THE CROSS-REFERENCE TO WHERE THE COMPANY LIVES
      *>     NOW. EACH MOVE IS LOOKED FOR ONLY AMONG THE ENTRIES
      *>     WRITTEN AFTER THE ONE JUST FOLLOWED, SO A CHAIN OF MOVES
      *>     IS WALKED IN THE ORDER IT HAPPENED AND A KEY THAT MOVED
      *>     AWAY AND BACK CANNOT LOOP.
      *>***************************************************************
       2400-RESOLVE-RESPONSE-KEY.
           MOVE RT-ZIP           TO WS-RESOLVED-ZIP
           MOVE RT-COMPANY-NAME  TO WS-RESOLVED-NAME
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

       2500-WRITE-POSTING-LINE.
           MOVE RT-ZIP           TO DTL-ZIP
           MOVE RT-COMPANY-NAME  TO DTL-COMPANY-NAME
           MOVE WS-ACTION        TO DTL-ACTION
           IF KEY-TRANSLATED
               MOVE WS-RESOLVED-ZIP  TO DTL-NEW-ZIP
               MOVE WS-RESOLVED-NAME TO DTL-NEW-COMPANY-NAME
           ELSE
               MOVE SPACES TO DTL-POSTED-KEY
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

       2500-EXIT.
           EXIT.

       3000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RESPONSES-READ       TO TOT-READ
           WRITE RPT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-RESPONSES-POSTED     TO TOT-POSTED
           WRITE RPT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-RESPONSES-TRANSLATED TO TOT-TRANSLATED
           WRITE RPT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-RESPONSES-REJECTED   TO TOT-REJECTED
           WRITE RPT-LINE FROM WS-TOTAL-LINE-4

           CLOSE MAILING-FILE
                 RESPONSE-FILE
                 AUDIT-FILE
                 POSTING-REPORT
           DISPLAY 'RESPPOST - RESPONSES READ:     ' WS-RESPONSES-READ
           DISPLAY 'RESPPOST - RESPONSES POSTED:   '
                    WS-RESPONSES-POSTED
           DISPLAY 'RESPPOST - UNDER TRANSLATED KEY: '
                    WS-RESPONSES-TRANSLATED
           DISPLAY 'RESPPOST - RESPONSES REJECTED: '
                    WS-RESPONSES-REJECTED

