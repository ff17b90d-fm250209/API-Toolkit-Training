      *>***************************************************************
      *> PROGRAM-ID : TERRBOOK
      *> AUTHOR     : D. KOWALCZYK - MAILING SYSTEMS UNIT
      *> DATE-WRITTEN : 10/15/2026
      *>
      *> Sales territory account book. Sales splits the country into
      *> territories by ZIP range; the territory reference file
      *> (terrref.cpy) carries one card per range - ZIP-LOW, ZIP-HIGH,
      *> territory code, rep name and the date the assignment takes
      *> effect. This run gives each rep a book of their active
      *> companies in COMPANY-NAME order, showing the PRESIDENT and
      *> VP-MARKETING contacts, ACCOUNT-BALANCE, RESPONSE-COUNT,
      *> RESPONSE-TOTAL and the last-mailed date from the mailing
      *> history file, with totals per territory within the rep, per
      *> rep, a territory summary across reps, and grand totals.
      *>
      *> A card whose effective date is still in the future is not
      *> in force yet and is skipped. A later card for exactly the
      *> same ZIP range replaces the earlier one, so a range is moved
      *> to a new territory or rep by adding a card, and the file
      *> keeps the history of who had it. A company whose ZIP falls
      *> in no territory, or in two overlapping ranges, is left out
      *> of the book and listed on the territory exception report
      *> (TERRXRPT) so the territory file can be fixed - even where
      *> both ranges carry the same territory code, since their reps
      *> or effective dates can differ. Foreign companies are keyed
      *> under ZIP 00000 and fall in no territory unless a card
      *> covers 00000.
      *>
      *> Mailing history is keyed on the ZIP/COMPANY-NAME each piece
      *> was mailed under; history for a company whose key has since
      *> changed is resolved through the key cross-reference file
      *> (keyxref.cpy), following chains of moves, exactly as
      *> MAILHREP does.
      *>
      *> TWO SORTS: THE FIRST PUTS THE MAILING HISTORY IN RESOLVED
      *> KEY ORDER, LATEST MAIL DATE FIRST, ON A WORK FILE (TERRWORK)
      *> THAT IS MATCHED AGAINST THE MASTER AS IT IS READ IN KEY
      *> ORDER; THE SECOND PUTS THE BOOKED COMPANIES IN REP,
      *> TERRITORY AND COMPANY-NAME ORDER FOR THE BOOK.
      *>
      *> MODIFICATION HISTORY
      *>   10/15/2026  DK   Original territory account book.
      *>   10/15/2026  DK   Two overlapping ranges with the same
      *>                    territory code were let through, so the
      *>                    company was booked to whichever range's
      *>                    rep was loaded first. Any second range
      *>                    holding the ZIP is now an exception.
      *>   10/15/2026  DK   The last-mailed dates were held in a
      *>                    table that grew with MAILHIST and ended
      *>                    the run when it filled. The history is
      *>                    now sorted by resolved key to TERRWORK
      *>                    and matched against the master.
      *>***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TERRBOOK.
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
           SELECT TERRITORY-FILE   ASSIGN TO TERRREF
               ORGANIZATION IS SEQUENTIAL.

           SELECT MAILING-FILE     ASSIGN TO MAILMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAILING-KEY
               ALTERNATE RECORD KEY IS COMPANY-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MAILING-FILE-STATUS.

           SELECT MAILING-HISTORY-FILE ASSIGN TO MAILHIST
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL KEY-XREF-FILE ASSIGN TO KEYXREF
               ORGANIZATION IS SEQUENTIAL.

           SELECT LAST-MAILED-FILE ASSIGN TO TERRWORK
               ORGANIZATION IS SEQUENTIAL.

           SELECT HISTORY-SORT-FILE ASSIGN TO SORTWK2.

           SELECT SORT-WORK-FILE   ASSIGN TO SORTWK1.

           SELECT BOOK-REPORT      ASSIGN TO TERRRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXCEPTION-REPORT ASSIGN TO TERRXRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TERRITORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "terrref.cpy".

       FD  MAILING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "copybook.cpy".

       FD  MAILING-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "mailhist.cpy".

       FD  KEY-XREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "keyxref.cpy".

       FD  LAST-MAILED-FILE
           LABEL RECORDS ARE STANDARD.
       01  LAST-MAILED-RECORD.
           05  LM-MAILING-KEY.
               10  LM-ZIP              PIC 9(5).
               10  LM-COMPANY-NAME     PIC X(30).
           05  LM-MAIL-DATE            PIC 9(6).

       SD  HISTORY-SORT-FILE.
       01  HISTORY-SORT-RECORD.
           05  HSR-MAILING-KEY.
               10  HSR-ZIP             PIC 9(5).
               10  HSR-COMPANY-NAME    PIC X(30).
           05  HSR-MAIL-DATE           PIC 9(6).

       SD  SORT-WORK-FILE.
       01  SORT-BOOK-RECORD.
           05  SRT-SORT-KEY.
               10  SRT-REP-NAME        PIC X(25).
               10  SRT-TERRITORY-CODE  PIC X(4).
               10  SRT-COMPANY-NAME    PIC X(30).
               10  SRT-ZIP             PIC 9(5).
           05  SRT-PRES-LAST           PIC X(15).
           05  SRT-PRES-FIRST          PIC X(8).
           05  SRT-VP-LAST             PIC X(15).
           05  SRT-VP-FIRST            PIC X(8).
           05  SRT-ACCOUNT-BALANCE     PIC S9(6)V99.
           05  SRT-RESPONSE-COUNT      PIC 9(3).
           05  SRT-RESPONSE-TOTAL      PIC S9(7)V99.
           05  SRT-LAST-MAILED         PIC 9(6).

       FD  BOOK-REPORT
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                    PIC X(132).

       FD  EXCEPTION-REPORT
           LABEL RECORDS ARE STANDARD.
       01  EXC-RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MAILING-FILE-STATUS       PIC XX      VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X       VALUE 'N'.
               88  END-OF-MAILING-FILE              VALUE 'Y'.
           05  WS-TERR-EOF-SWITCH       PIC X       VALUE 'N'.
               88  END-OF-TERRITORY-FILE            VALUE 'Y'.
           05  WS-HISTORY-EOF-SWITCH    PIC X       VALUE 'N'.
               88  END-OF-HISTORY-FILE              VALUE 'Y'.
           05  WS-XREF-EOF-SWITCH       PIC X       VALUE 'N'.
               88  END-OF-XREF-FILE                 VALUE 'Y'.
           05  WS-XREF-FOUND-SWITCH     PIC X       VALUE 'N'.
               88  XREF-ENTRY-FOUND                 VALUE 'Y'.
           05  WS-SORT-WORK-SWITCH      PIC X       VALUE 'N'.
               88  SORT-WORK-EOF                    VALUE 'Y'.
           05  WS-RANGE-FOUND-SW        PIC X       VALUE 'N'.
               88  RANGE-FOUND                      VALUE 'Y'.
           05  WS-OVERLAP-SW            PIC X       VALUE 'N'.
               88  TERRITORIES-OVERLAP              VALUE 'Y'.
           05  WS-LAST-MAILED-EOF-SW    PIC X       VALUE 'N'.
               88  END-OF-LAST-MAILED               VALUE 'Y'.
           05  WS-SUMMARY-FOUND-SW      PIC X       VALUE 'N'.
               88  SUMMARY-ENTRY-FOUND              VALUE 'Y'.
           05  WS-FIRST-COMPANY-SW      PIC X       VALUE 'Y'.
               88  FIRST-COMPANY                    VALUE 'Y'.

       01  WS-RUN-DATE                  PIC 9(6).

       01  WS-COUNTERS.
           05  WS-RECORDS-READ          PIC 9(7)    VALUE ZERO COMP.
           05  WS-NOT-ACTIVE            PIC 9(7)    VALUE ZERO COMP.
           05  WS-COMPANIES-BOOKED      PIC 9(7)    VALUE ZERO COMP.
           05  WS-NO-TERRITORY          PIC 9(7)    VALUE ZERO COMP.
           05  WS-OVERLAPPING           PIC 9(7)    VALUE ZERO COMP.
           05  WS-CARDS-READ            PIC 9(7)    VALUE ZERO COMP.
           05  WS-CARDS-REJECTED        PIC 9(7)    VALUE ZERO COMP.
           05  WS-CARDS-NOT-IN-FORCE    PIC 9(7)    VALUE ZERO COMP.
           05  WS-CARDS-SUPERSEDED      PIC 9(7)    VALUE ZERO COMP.
           05  WS-HISTORY-READ          PIC 9(7)    VALUE ZERO COMP.

      *> THE TERRITORY CARDS IN FORCE ON THE RUN DATE.
       01  WS-TERRITORY-TABLE.
           05  WS-TT-USED               PIC 9(3)    COMP VALUE ZERO.
           05  WS-TT-ENTRY              OCCURS 500 TIMES.
               10  WS-TT-ZIP-LOW        PIC 9(5).
               10  WS-TT-ZIP-HIGH       PIC 9(5).
               10  WS-TT-CODE           PIC X(4).
               10  WS-TT-REP-NAME       PIC X(25).
               10  WS-TT-EFFECTIVE-DATE PIC 9(6).

       01  WS-TT-SUB                    PIC 9(3)    COMP.
       01  WS-TT-MATCH                  PIC 9(3)    COMP.
       01  WS-TT-FIRST-HIT              PIC 9(3)    COMP.
       01  WS-TT-SECOND-HIT             PIC 9(3)    COMP.

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

      *> TOTALS BY TERRITORY CODE ACROSS EVERY REP WORKING IT.
       01  WS-SUMMARY-TABLE.
           05  WS-SM-USED               PIC 9(3)    COMP VALUE ZERO.
           05  WS-SM-ENTRY              OCCURS 500 TIMES.
               10  WS-SM-CODE           PIC X(4).
               10  WS-SM-COMPANIES      PIC 9(7)    COMP.
               10  WS-SM-BALANCE        PIC S9(9)V99 COMP-3.
               10  WS-SM-RESP-COUNT     PIC 9(7)    COMP.
               10  WS-SM-RESP-TOTAL     PIC S9(9)V99 COMP-3.

       01  WS-SM-SUB                    PIC 9(3)    COMP.
       01  WS-SM-MATCH                  PIC 9(3)    COMP.

       01  WS-BREAK-KEY.
           05  WS-BREAK-REP             PIC X(25)   VALUE SPACES.
           05  WS-BREAK-TERRITORY       PIC X(4)    VALUE SPACES.

       01  WS-BOOK-TOTALS.
           05  WS-TERRITORY-TOTALS.
               10  WS-TER-COMPANIES     PIC 9(7)    VALUE ZERO COMP.
               10  WS-TER-BALANCE       PIC S9(9)V99 COMP-3
                                                    VALUE ZERO.
               10  WS-TER-RESP-COUNT    PIC 9(7)    VALUE ZERO COMP.
               10  WS-TER-RESP-TOTAL    PIC S9(9)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-REP-TOTALS.
               10  WS-REP-COMPANIES     PIC 9(7)    VALUE ZERO COMP.
               10  WS-REP-BALANCE       PIC S9(9)V99 COMP-3
                                                    VALUE ZERO.
               10  WS-REP-RESP-COUNT    PIC 9(7)    VALUE ZERO COMP.
               10  WS-REP-RESP-TOTAL    PIC S9(9)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-GRAND-TOTALS.
               10  WS-GRD-COMPANIES     PIC 9(7)    VALUE ZERO COMP.
               10  WS-GRD-BALANCE       PIC S9(9)V99 COMP-3
                                                    VALUE ZERO.
               10  WS-GRD-RESP-COUNT    PIC 9(7)    VALUE ZERO COMP.
               10  WS-GRD-RESP-TOTAL    PIC S9(9)V99 COMP-3
                                                    VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(40)   VALUE
               'SALES TERRITORY ACCOUNT BOOK'.
           05  FILLER                   PIC X(10)   VALUE 'RUN DATE '.
           05  HDG-RUN-DATE             PIC 9(6).

       01  WS-REP-HEADING.
           05  FILLER                   PIC X(11)   VALUE
               'SALES REP: '.
           05  RHD-REP-NAME             PIC X(25).

       01  WS-TERRITORY-HEADING.
           05  FILLER                   PIC X(13)   VALUE
               '  TERRITORY: '.
           05  THD-TERRITORY-CODE       PIC X(4).

       01  WS-COLUMN-HEADING.
           05  FILLER                   PIC X(31)   VALUE
               'COMPANY NAME'.
           05  FILLER                   PIC X(7)    VALUE 'ZIP'.
           05  FILLER                   PIC X(26)   VALUE 'PRESIDENT'.
           05  FILLER                   PIC X(26)   VALUE
               'VP-MARKETING'.
           05  FILLER                   PIC X(12)   VALUE
               '   BALANCE'.
           05  FILLER                   PIC X(5)    VALUE 'RESP'.
           05  FILLER                   PIC X(13)   VALUE
               '  RESP TOTAL'.
           05  FILLER                   PIC X(6)    VALUE 'MAILED'.

       01  WS-DETAIL-LINE.
           05  DTL-COMPANY-NAME         PIC X(30).
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  DTL-ZIP                  PIC 9(5).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DTL-PRES-LAST            PIC X(15).
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  DTL-PRES-FIRST           PIC X(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DTL-VP-LAST              PIC X(15).
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  DTL-VP-FIRST             PIC X(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DTL-BALANCE              PIC -(6)9.99.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DTL-RESP-COUNT           PIC ZZ9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DTL-RESP-TOTAL           PIC -(7)9.99.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DTL-LAST-MAILED          PIC X(6).

       01  WS-BOOK-TOTAL-LINE.
           05  BTL-LABEL                PIC X(25).
           05  BTL-KEY                  PIC X(25).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  BTL-COMPANIES            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(11)   VALUE
               ' COMPANIES '.
           05  BTL-BALANCE              PIC -(9)9.99.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  BTL-RESP-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  BTL-RESP-TOTAL           PIC -(9)9.99.

       01  WS-SUMMARY-HEADING.
           05  FILLER                   PIC X(40)   VALUE
               'TERRITORY SUMMARY, ALL REPS'.

       01  WS-TOTAL-LINE-1.
           05  FILLER                   PIC X(20)   VALUE
               'MASTER RECORDS READ '.
           05  TOT-RECORDS-READ         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(6)    VALUE SPACES.
           05  FILLER                   PIC X(20)   VALUE
               'NOT ACTIVE . . . . .'.
           05  TOT-NOT-ACTIVE           PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER                   PIC X(20)   VALUE
               'COMPANIES BOOKED . .'.
           05  TOT-BOOKED               PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(6)    VALUE SPACES.
           05  FILLER                   PIC X(20)   VALUE
               'ON EXCEPTION REPORT '.
           05  TOT-EXCEPTIONS           PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER                   PIC X(20)   VALUE
               'TERRITORY CARDS READ'.
           05  TOT-CARDS-READ           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(6)    VALUE SPACES.
           05  FILLER                   PIC X(20)   VALUE
               'CARDS IN FORCE . . .'.
           05  TOT-CARDS-IN-FORCE       PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05  FILLER                   PIC X(20)   VALUE
               'CARDS SUPERSEDED . .'.
           05  TOT-CARDS-SUPERSEDED     PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(6)    VALUE SPACES.
           05  FILLER                   PIC X(20)   VALUE
               'NOT YET IN FORCE . .'.
           05  TOT-CARDS-NOT-IN-FORCE   PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(6)    VALUE SPACES.
           05  FILLER                   PIC X(20)   VALUE
               'CARDS REJECTED . . .'.
           05  TOT-CARDS-REJECTED       PIC ZZZ,ZZ9.

       01  WS-EXC-HEADING-1.
           05  FILLER                   PIC X(40)   VALUE
               'TERRITORY ASSIGNMENT EXCEPTIONS'.
           05  FILLER                   PIC X(10)   VALUE 'RUN DATE '.
           05  EHD-RUN-DATE             PIC 9(6).

       01  WS-EXC-HEADING-2.
           05  FILLER                   PIC X(7)    VALUE 'ZIP'.
           05  FILLER                   PIC X(32)   VALUE
               'COMPANY NAME'.
           05  FILLER                   PIC X(25)   VALUE 'PROBLEM'.
           05  FILLER                   PIC X(16)   VALUE
               'TERRITORIES'.

       01  WS-EXC-DETAIL-LINE.
           05  EXC-ZIP                  PIC 9(5).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EXC-COMPANY-NAME         PIC X(30).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EXC-REASON               PIC X(23).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EXC-TERRITORY-1          PIC X(4).
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  EXC-TERRITORY-2          PIC X(4).

       01  WS-EXC-TOTAL-LINE.
           05  FILLER                   PIC X(20)   VALUE
               'IN NO TERRITORY  . .'.
           05  ETL-NO-TERRITORY         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(6)    VALUE SPACES.
           05  FILLER                   PIC X(20)   VALUE
               'IN OVERLAPPING . . .'.
           05  ETL-OVERLAPPING          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           SORT HISTORY-SORT-FILE
               ON ASCENDING KEY HSR-MAILING-KEY
               ON DESCENDING KEY HSR-MAIL-DATE
               INPUT PROCEDURE IS 1500-RELEASE-HISTORY
               GIVING LAST-MAILED-FILE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-SORT-KEY
               INPUT PROCEDURE IS 2000-ASSIGN-TERRITORIES
               OUTPUT PROCEDURE IS 3000-PRINT-BOOK
           STOP RUN.

      *>***************************************************************
      *> 1000-INITIALIZE - LOAD THE TERRITORY CARDS IN FORCE AND THE
      *>     KEY CROSS-REFERENCE, AND START THE EXCEPTION REPORT.
      *>***************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1300-LOAD-TERRITORY-TABLE THRU 1300-EXIT
           PERFORM 1400-LOAD-KEY-XREF-TABLE THRU 1400-EXIT

           OPEN OUTPUT EXCEPTION-REPORT
           MOVE WS-RUN-DATE TO EHD-RUN-DATE
           WRITE EXC-RPT-LINE FROM WS-EXC-HEADING-1
           MOVE SPACES TO EXC-RPT-LINE
           WRITE EXC-RPT-LINE
           WRITE EXC-RPT-LINE FROM WS-EXC-HEADING-2.

       1000-EXIT.
           EXIT.

      *>***************************************************************
      *> 1300-LOAD-TERRITORY-TABLE - KEEP THE CARDS IN FORCE ON THE
      *>     RUN DATE. A CARD FOR A ZIP RANGE ALREADY IN THE TABLE
      *>     REPLACES IT IF IT TOOK EFFECT LATER, AND IS DROPPED IF IT
      *>     TOOK EFFECT EARLIER, SO THE CARDS NEED NOT BE IN DATE
      *>     ORDER.
      *>***************************************************************
       1300-LOAD-TERRITORY-TABLE.
           OPEN INPUT TERRITORY-FILE
           PERFORM 1310-READ-TERRITORY-FILE THRU 1310-EXIT
           PERFORM 1320-STORE-ONE-TERRITORY THRU 1320-EXIT
               UNTIL END-OF-TERRITORY-FILE
           CLOSE TERRITORY-FILE

           IF WS-TT-USED = ZERO
               DISPLAY 'TERRBOOK - NO TERRITORY CARDS IN FORCE, RUN '
                       'ABANDONED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-EXIT.
           EXIT.

       1310-READ-TERRITORY-FILE.
           READ TERRITORY-FILE
               AT END
                   SET END-OF-TERRITORY-FILE TO TRUE
           END-READ.

       1310-EXIT.
           EXIT.

       1320-STORE-ONE-TERRITORY.
           ADD 1 TO WS-CARDS-READ

           IF TR-ZIP-LOW NOT NUMERIC
           OR TR-ZIP-HIGH NOT NUMERIC
           OR TR-EFFECTIVE-DATE NOT NUMERIC
           OR TR-ZIP-LOW > TR-ZIP-HIGH
           OR TR-TERRITORY-CODE = SPACES
               ADD 1 TO WS-CARDS-REJECTED
               DISPLAY 'TERRBOOK - BAD TERRITORY CARD IGNORED: '
                       TERRITORY-RECORD
           ELSE
               IF TR-EFFECTIVE-DATE > WS-RUN-DATE
                   ADD 1 TO WS-CARDS-NOT-IN-FORCE
               ELSE
                   MOVE 'N' TO WS-RANGE-FOUND-SW
                   PERFORM 1330-FIND-SAME-RANGE THRU 1330-EXIT
                       VARYING WS-TT-SUB FROM 1 BY 1
                       UNTIL WS-TT-SUB > WS-TT-USED
                          OR RANGE-FOUND
                   IF RANGE-FOUND
                       ADD 1 TO WS-CARDS-SUPERSEDED
                       MOVE WS-TT-MATCH TO WS-TT-SUB
                       IF TR-EFFECTIVE-DATE NOT <
                          WS-TT-EFFECTIVE-DATE (WS-TT-SUB)
                           PERFORM 1340-MOVE-CARD-TO-TABLE
                               THRU 1340-EXIT
                       END-IF
                   ELSE
                       IF WS-TT-USED < 500
                           ADD 1 TO WS-TT-USED
                           MOVE WS-TT-USED TO WS-TT-SUB
                           PERFORM 1340-MOVE-CARD-TO-TABLE
                               THRU 1340-EXIT
                       ELSE
                           DISPLAY 'TERRBOOK - TERRITORY TABLE FULL, '
                                   'RUN ABANDONED'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               END-IF
           END-IF

           PERFORM 1310-READ-TERRITORY-FILE THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

       1330-FIND-SAME-RANGE.
           IF WS-TT-ZIP-LOW (WS-TT-SUB) = TR-ZIP-LOW
           AND WS-TT-ZIP-HIGH (WS-TT-SUB) = TR-ZIP-HIGH
               SET RANGE-FOUND TO TRUE
               MOVE WS-TT-SUB TO WS-TT-MATCH
           END-IF.

       1330-EXIT.
           EXIT.

       1340-MOVE-CARD-TO-TABLE.
           MOVE TR-ZIP-LOW        TO WS-TT-ZIP-LOW (WS-TT-SUB)
           MOVE TR-ZIP-HIGH       TO WS-TT-ZIP-HIGH (WS-TT-SUB)
           MOVE TR-TERRITORY-CODE TO WS-TT-CODE (WS-TT-SUB)
           MOVE TR-REP-NAME       TO WS-TT-REP-NAME (WS-TT-SUB)
           MOVE TR-EFFECTIVE-DATE TO WS-TT-EFFECTIVE-DATE (WS-TT-SUB).

       1340-EXIT.
           EXIT.

      *>***************************************************************
      *> 1400-LOAD-KEY-XREF-TABLE - PULL THE OLD-KEY/NEW-KEY PAIRS
      *>     INTO WORKING STORAGE IN THE ORDER THE KEY CHANGES WERE
      *>     MADE. NO FILE YET MEANS NO KEY HAS EVER MOVED.
      *>***************************************************************
       1400-LOAD-KEY-XREF-TABLE.
           OPEN INPUT KEY-XREF-FILE
           PERFORM 1410-READ-KEY-XREF-FILE THRU 1410-EXIT
           PERFORM 1420-STORE-ONE-XREF THRU 1420-EXIT
               UNTIL END-OF-XREF-FILE
           CLOSE KEY-XREF-FILE.

       1400-EXIT.
           EXIT.

       1410-READ-KEY-XREF-FILE.
           READ KEY-XREF-FILE
               AT END
                   SET END-OF-XREF-FILE TO TRUE
           END-READ.

       1410-EXIT.
           EXIT.

       1420-STORE-ONE-XREF.
           IF WS-KX-USED < 5000
               ADD 1 TO WS-KX-USED
               MOVE KX-OLD-ZIP          TO WS-KX-OLD-ZIP (WS-KX-USED)
               MOVE KX-OLD-COMPANY-NAME TO WS-KX-OLD-NAME (WS-KX-USED)
               MOVE KX-NEW-ZIP          TO WS-KX-NEW-ZIP (WS-KX-USED)
               MOVE KX-NEW-COMPANY-NAME TO WS-KX-NEW-NAME (WS-KX-USED)
           ELSE
               DISPLAY 'TERRBOOK - KEY CROSS-REFERENCE TABLE FULL, '
                       'RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1410-READ-KEY-XREF-FILE THRU 1410-EXIT.
       1420-EXIT.
           EXIT.

      *>***************************************************************
      *> 1500-RELEASE-HISTORY - READ THE WHOLE MAILING HISTORY AND
      *>     RELEASE EACH MAIL DATE TO THE SORT UNDER THE COMPANY'S
      *>     CURRENT KEY.
      *>***************************************************************
       1500-RELEASE-HISTORY.
           OPEN INPUT MAILING-HISTORY-FILE
           PERFORM 1510-READ-HISTORY-FILE THRU 1510-EXIT
           PERFORM 1520-RELEASE-ONE-MAILING THRU 1520-EXIT
               UNTIL END-OF-HISTORY-FILE
           CLOSE MAILING-HISTORY-FILE.

       1500-EXIT.
           EXIT.

       1510-READ-HISTORY-FILE.
           READ MAILING-HISTORY-FILE
               AT END
                   SET END-OF-HISTORY-FILE TO TRUE
           END-READ.

       1510-EXIT.
           EXIT.

       1520-RELEASE-ONE-MAILING.
           ADD 1 TO WS-HISTORY-READ
           PERFORM 1600-RESOLVE-HISTORY-KEY THRU 1600-EXIT

           MOVE WS-RESOLVED-ZIP  TO HSR-ZIP
           MOVE WS-RESOLVED-NAME TO HSR-COMPANY-NAME
           MOVE MH-MAIL-DATE     TO HSR-MAIL-DATE
           RELEASE HISTORY-SORT-RECORD

           PERFORM 1510-READ-HISTORY-FILE THRU 1510-EXIT.
       1520-EXIT.
           EXIT.

      *>***************************************************************
      *> 1600-RESOLVE-HISTORY-KEY - FOLLOW THE HISTORY RECORD'S KEY
      *>     THROUGH THE CROSS-REFERENCE TO WHERE THE COMPANY LIVES
      *>     NOW. EACH MOVE IS LOOKED FOR ONLY AMONG THE ENTRIES
      *>     WRITTEN AFTER THE ONE JUST FOLLOWED, SO A CHAIN OF MOVES
      *>     IS WALKED IN THE ORDER IT HAPPENED AND A KEY THAT MOVED
      *>     AWAY AND BACK CANNOT LOOP.
      *>***************************************************************
       1600-RESOLVE-HISTORY-KEY.
           MOVE MH-ZIP           TO WS-RESOLVED-ZIP
           MOVE MH-COMPANY-NAME  TO WS-RESOLVED-NAME
           MOVE 1   TO WS-KX-START
           SET XREF-ENTRY-FOUND TO TRUE
           PERFORM 1610-FOLLOW-ONE-MOVE THRU 1610-EXIT
               UNTIL NOT XREF-ENTRY-FOUND.

       1600-EXIT.
           EXIT.

       1610-FOLLOW-ONE-MOVE.
           MOVE 'N' TO WS-XREF-FOUND-SWITCH
           PERFORM 1620-TEST-ONE-XREF-ENTRY THRU 1620-EXIT
               VARYING WS-KX-SUB FROM WS-KX-START BY 1
               UNTIL WS-KX-SUB > WS-KX-USED
                  OR XREF-ENTRY-FOUND
           MOVE WS-KX-SUB TO WS-KX-START.

       1610-EXIT.
           EXIT.

       1620-TEST-ONE-XREF-ENTRY.
           IF WS-KX-OLD-ZIP (WS-KX-SUB) = WS-RESOLVED-ZIP
           AND WS-KX-OLD-NAME (WS-KX-SUB) = WS-RESOLVED-NAME
               SET XREF-ENTRY-FOUND TO TRUE
               MOVE WS-KX-NEW-ZIP (WS-KX-SUB)  TO WS-RESOLVED-ZIP
               MOVE WS-KX-NEW-NAME (WS-KX-SUB) TO WS-RESOLVED-NAME
           END-IF.

       1620-EXIT.
           EXIT.

      *>***************************************************************
      *> 2000-ASSIGN-TERRITORIES - READ THE MASTER, FIND EACH ACTIVE
      *>     COMPANY'S TERRITORY, AND RELEASE IT TO THE SORT UNDER ITS
      *>     REP. A COMPANY WITH NO TERRITORY OR WITH TWO GOES TO THE
      *>     EXCEPTION REPORT INSTEAD; THE MASTER IS READ IN KEY ORDER
      *>     SO THAT REPORT COMES OUT IN ZIP ORDER, AND SO THE SORTED
      *>     HISTORY ON TERRWORK CAN BE MATCHED AGAINST IT.
      *>***************************************************************
       2000-ASSIGN-TERRITORIES.
           OPEN INPUT MAILING-FILE

           IF WS-MAILING-FILE-STATUS NOT = '00'
               DISPLAY 'TERRBOOK - MAILING-FILE OPEN FAILED, STATUS: '
                        WS-MAILING-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT LAST-MAILED-FILE
           PERFORM 2150-READ-LAST-MAILED THRU 2150-EXIT

           PERFORM 2100-READ-MAILING-FILE THRU 2100-EXIT
           PERFORM 2200-ASSIGN-ONE-COMPANY THRU 2200-EXIT
               UNTIL END-OF-MAILING-FILE

           CLOSE MAILING-FILE
                 LAST-MAILED-FILE.

       2000-EXIT.
           EXIT.

       2100-READ-MAILING-FILE.
           READ MAILING-FILE
               AT END
                   SET END-OF-MAILING-FILE TO TRUE
           END-READ.

       2100-EXIT.
           EXIT.

       2150-READ-LAST-MAILED.
           READ LAST-MAILED-FILE
               AT END
                   SET END-OF-LAST-MAILED TO TRUE
           END-READ.

       2150-EXIT.
           EXIT.

       2200-ASSIGN-ONE-COMPANY.
           ADD 1 TO WS-RECORDS-READ

           IF NOT MAIL-ACTIVE
               ADD 1 TO WS-NOT-ACTIVE
           ELSE
               MOVE ZERO TO WS-TT-FIRST-HIT
                            WS-TT-SECOND-HIT
               MOVE 'N' TO WS-OVERLAP-SW
               PERFORM 2300-TEST-ONE-TERRITORY THRU 2300-EXIT
                   VARYING WS-TT-SUB FROM 1 BY 1
                   UNTIL WS-TT-SUB > WS-TT-USED

               IF WS-TT-FIRST-HIT = ZERO
                   ADD 1 TO WS-NO-TERRITORY
                   MOVE 'IN NO TERRITORY' TO EXC-REASON
                   PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT
               ELSE
                   IF TERRITORIES-OVERLAP
                       ADD 1 TO WS-OVERLAPPING
                       MOVE 'OVERLAPPING TERRITORIES' TO EXC-REASON
                       PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT
                   ELSE
                       PERFORM 2500-RELEASE-BOOK-RECORD THRU 2500-EXIT
                   END-IF
               END-IF
           END-IF

           PERFORM 2100-READ-MAILING-FILE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *>***************************************************************
      *> 2300-TEST-ONE-TERRITORY - NOTE THE FIRST RANGE HOLDING THE
      *>     ZIP AND THE FIRST ONE AFTER IT. ANY SECOND RANGE IS AN
      *>     OVERLAP, EVEN UNDER THE SAME TERRITORY CODE - THE TWO
      *>     CARDS CAN NAME DIFFERENT REPS OR EFFECTIVE DATES.
      *>***************************************************************
       2300-TEST-ONE-TERRITORY.
           IF ZIP NOT < WS-TT-ZIP-LOW (WS-TT-SUB)
           AND ZIP NOT > WS-TT-ZIP-HIGH (WS-TT-SUB)
               IF WS-TT-FIRST-HIT = ZERO
                   MOVE WS-TT-SUB TO WS-TT-FIRST-HIT
               ELSE
                   IF WS-TT-SECOND-HIT = ZERO
                       MOVE WS-TT-SUB TO WS-TT-SECOND-HIT
                       SET TERRITORIES-OVERLAP TO TRUE
                   END-IF
               END-IF
           END-IF.

       2300-EXIT.
           EXIT.

       2400-WRITE-EXCEPTION.
           MOVE ZIP                TO EXC-ZIP
           MOVE COMPANY-NAME       TO EXC-COMPANY-NAME
           MOVE SPACES TO EXC-TERRITORY-1
                          EXC-TERRITORY-2
           IF WS-TT-FIRST-HIT NOT = ZERO
               MOVE WS-TT-CODE (WS-TT-FIRST-HIT) TO EXC-TERRITORY-1
           END-IF
           IF WS-TT-SECOND-HIT NOT = ZERO
               MOVE WS-TT-CODE (WS-TT-SECOND-HIT) TO EXC-TERRITORY-2
           END-IF
           WRITE EXC-RPT-LINE FROM WS-EXC-DETAIL-LINE.

       2400-EXIT.
           EXIT.

       2500-RELEASE-BOOK-RECORD.
           MOVE WS-TT-REP-NAME (WS-TT-FIRST-HIT) TO SRT-REP-NAME
           MOVE WS-TT-CODE (WS-TT-FIRST-HIT)     TO SRT-TERRITORY-CODE
           MOVE COMPANY-NAME                     TO SRT-COMPANY-NAME
           MOVE ZIP                              TO SRT-ZIP
           MOVE LAST-NAME OF PRESIDENT           TO SRT-PRES-LAST
           MOVE FIRST-NAME OF PRESIDENT          TO SRT-PRES-FIRST
           MOVE LAST-NAME OF VP-MARKETING        TO SRT-VP-LAST
           MOVE FIRST-NAME OF VP-MARKETING       TO SRT-VP-FIRST
           MOVE ACCOUNT-BALANCE                  TO SRT-ACCOUNT-BALANCE
           MOVE RESPONSE-COUNT                   TO SRT-RESPONSE-COUNT
           MOVE RESPONSE-TOTAL                   TO SRT-RESPONSE-TOTAL

           MOVE ZERO TO SRT-LAST-MAILED
           PERFORM 2150-READ-LAST-MAILED THRU 2150-EXIT
               UNTIL END-OF-LAST-MAILED
                  OR LM-MAILING-KEY NOT < MAILING-KEY
           IF NOT END-OF-LAST-MAILED
           AND LM-MAILING-KEY = MAILING-KEY
               MOVE LM-MAIL-DATE TO SRT-LAST-MAILED
           END-IF

           ADD 1 TO WS-COMPANIES-BOOKED
           RELEASE SORT-BOOK-RECORD.

       2500-EXIT.
           EXIT.

      *>***************************************************************
      *> 3000-PRINT-BOOK - RETURN THE COMPANIES BY REP, TERRITORY AND
      *>     COMPANY NAME. EACH REP'S BOOK OPENS WITH A REP HEADING
      *>     AND EACH OF THEIR TERRITORIES WITH A TERRITORY HEADING;
      *>     TOTALS CLOSE EACH TERRITORY AND EACH REP.
      *>***************************************************************
       3000-PRINT-BOOK.
           OPEN OUTPUT BOOK-REPORT
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           WRITE RPT-LINE FROM WS-HEADING-1

           PERFORM 3100-RETURN-SORTED-RECORD THRU 3100-EXIT
           PERFORM 3200-PRINT-ONE-COMPANY THRU 3200-EXIT
               UNTIL SORT-WORK-EOF

           IF NOT FIRST-COMPANY
               PERFORM 3450-CLOSE-TERRITORY THRU 3450-EXIT
               PERFORM 3350-CLOSE-REP THRU 3350-EXIT
           END-IF

           PERFORM 3600-PRINT-TERRITORY-SUMMARY THRU 3600-EXIT
           PERFORM 3800-PRINT-RUN-TOTALS THRU 3800-EXIT

           CLOSE BOOK-REPORT
                 EXCEPTION-REPORT

           DISPLAY 'TERRBOOK - HISTORY RECORDS READ:' WS-HISTORY-READ
           DISPLAY 'TERRBOOK - MASTER RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'TERRBOOK - COMPANIES BOOKED:    '
                    WS-COMPANIES-BOOKED
           DISPLAY 'TERRBOOK - IN NO TERRITORY:     ' WS-NO-TERRITORY
           DISPLAY 'TERRBOOK - IN OVERLAPPING:      ' WS-OVERLAPPING.

       3000-EXIT.
           EXIT.

       3100-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-WORK-EOF TO TRUE
           END-RETURN.

       3100-EXIT.
           EXIT.

       3200-PRINT-ONE-COMPANY.
           IF FIRST-COMPANY
               PERFORM 3300-START-REP THRU 3300-EXIT
               PERFORM 3400-START-TERRITORY THRU 3400-EXIT
           ELSE
               IF SRT-REP-NAME NOT = WS-BREAK-REP
                   PERFORM 3450-CLOSE-TERRITORY THRU 3450-EXIT
                   PERFORM 3350-CLOSE-REP THRU 3350-EXIT
                   PERFORM 3300-START-REP THRU 3300-EXIT
                   PERFORM 3400-START-TERRITORY THRU 3400-EXIT
               ELSE
                   IF SRT-TERRITORY-CODE NOT = WS-BREAK-TERRITORY
                       PERFORM 3450-CLOSE-TERRITORY THRU 3450-EXIT
                       PERFORM 3400-START-TERRITORY THRU 3400-EXIT
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE SRT-COMPANY-NAME    TO DTL-COMPANY-NAME
           MOVE SRT-ZIP             TO DTL-ZIP
           MOVE SRT-PRES-LAST       TO DTL-PRES-LAST
           MOVE SRT-PRES-FIRST      TO DTL-PRES-FIRST
           MOVE SRT-VP-LAST         TO DTL-VP-LAST
           MOVE SRT-VP-FIRST        TO DTL-VP-FIRST
           MOVE SRT-ACCOUNT-BALANCE TO DTL-BALANCE
           MOVE SRT-RESPONSE-COUNT  TO DTL-RESP-COUNT
           MOVE SRT-RESPONSE-TOTAL  TO DTL-RESP-TOTAL
           IF SRT-LAST-MAILED = ZERO
               MOVE 'NEVER'         TO DTL-LAST-MAILED
           ELSE
               MOVE SRT-LAST-MAILED TO DTL-LAST-MAILED
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL-LINE

           ADD 1                   TO WS-TER-COMPANIES
           ADD SRT-ACCOUNT-BALANCE TO WS-TER-BALANCE
           ADD SRT-RESPONSE-COUNT  TO WS-TER-RESP-COUNT
           ADD SRT-RESPONSE-TOTAL  TO WS-TER-RESP-TOTAL

           PERFORM 3100-RETURN-SORTED-RECORD THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

       3300-START-REP.
           MOVE 'N' TO WS-FIRST-COMPANY-SW
           MOVE SRT-REP-NAME TO WS-BREAK-REP
           MOVE ZERO TO WS-REP-COMPANIES
                        WS-REP-BALANCE
                        WS-REP-RESP-COUNT
                        WS-REP-RESP-TOTAL

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SRT-REP-NAME TO RHD-REP-NAME
           WRITE RPT-LINE FROM WS-REP-HEADING.

       3300-EXIT.
           EXIT.

      *>***************************************************************
      *> 3350-CLOSE-REP - THE REP'S TOTALS ACROSS ALL THEIR
      *>     TERRITORIES, ROLLED INTO THE GRAND TOTALS.
      *>***************************************************************
       3350-CLOSE-REP.
           MOVE SPACES TO WS-BOOK-TOTAL-LINE
           MOVE 'TOTAL FOR REP '      TO BTL-LABEL
           MOVE WS-BREAK-REP          TO BTL-KEY
           MOVE WS-REP-COMPANIES      TO BTL-COMPANIES
           MOVE WS-REP-BALANCE        TO BTL-BALANCE
           MOVE WS-REP-RESP-COUNT     TO BTL-RESP-COUNT
           MOVE WS-REP-RESP-TOTAL     TO BTL-RESP-TOTAL
           WRITE RPT-LINE FROM WS-BOOK-TOTAL-LINE

           ADD WS-REP-COMPANIES  TO WS-GRD-COMPANIES
           ADD WS-REP-BALANCE    TO WS-GRD-BALANCE
           ADD WS-REP-RESP-COUNT TO WS-GRD-RESP-COUNT
           ADD WS-REP-RESP-TOTAL TO WS-GRD-RESP-TOTAL.

       3350-EXIT.
           EXIT.

       3400-START-TERRITORY.
           MOVE SRT-TERRITORY-CODE TO WS-BREAK-TERRITORY
           MOVE ZERO TO WS-TER-COMPANIES
                        WS-TER-BALANCE
                        WS-TER-RESP-COUNT
                        WS-TER-RESP-TOTAL

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SRT-TERRITORY-CODE TO THD-TERRITORY-CODE
           WRITE RPT-LINE FROM WS-TERRITORY-HEADING
           WRITE RPT-LINE FROM WS-COLUMN-HEADING.

       3400-EXIT.
           EXIT.

      *>***************************************************************
      *> 3450-CLOSE-TERRITORY - THE TERRITORY'S TOTALS FOR THIS REP,
      *>     ROLLED INTO THE REP'S TOTALS AND THE TERRITORY SUMMARY.
      *>***************************************************************
       3450-CLOSE-TERRITORY.
           MOVE SPACES TO WS-BOOK-TOTAL-LINE
           MOVE '  TOTAL FOR TERRITORY '  TO BTL-LABEL
           MOVE WS-BREAK-TERRITORY        TO BTL-KEY
           MOVE WS-TER-COMPANIES          TO BTL-COMPANIES
           MOVE WS-TER-BALANCE            TO BTL-BALANCE
           MOVE WS-TER-RESP-COUNT         TO BTL-RESP-COUNT
           MOVE WS-TER-RESP-TOTAL         TO BTL-RESP-TOTAL
           WRITE RPT-LINE FROM WS-BOOK-TOTAL-LINE

           ADD WS-TER-COMPANIES  TO WS-REP-COMPANIES
           ADD WS-TER-BALANCE    TO WS-REP-BALANCE
           ADD WS-TER-RESP-COUNT TO WS-REP-RESP-COUNT
           ADD WS-TER-RESP-TOTAL TO WS-REP-RESP-TOTAL

           MOVE 'N' TO WS-SUMMARY-FOUND-SW
           PERFORM 3460-FIND-SUMMARY-ENTRY THRU 3460-EXIT
               VARYING WS-SM-SUB FROM 1 BY 1
               UNTIL WS-SM-SUB > WS-SM-USED
                  OR SUMMARY-ENTRY-FOUND
           IF NOT SUMMARY-ENTRY-FOUND
               ADD 1 TO WS-SM-USED
               MOVE WS-SM-USED         TO WS-SM-MATCH
               MOVE WS-BREAK-TERRITORY TO WS-SM-CODE (WS-SM-MATCH)
               MOVE ZERO TO WS-SM-COMPANIES (WS-SM-MATCH)
                            WS-SM-BALANCE (WS-SM-MATCH)
                            WS-SM-RESP-COUNT (WS-SM-MATCH)
                            WS-SM-RESP-TOTAL (WS-SM-MATCH)
           END-IF
           ADD WS-TER-COMPANIES  TO WS-SM-COMPANIES (WS-SM-MATCH)
           ADD WS-TER-BALANCE    TO WS-SM-BALANCE (WS-SM-MATCH)
           ADD WS-TER-RESP-COUNT TO WS-SM-RESP-COUNT (WS-SM-MATCH)
           ADD WS-TER-RESP-TOTAL TO WS-SM-RESP-TOTAL (WS-SM-MATCH).

       3450-EXIT.
           EXIT.

      *> THERE CAN BE NO MORE TERRITORIES THAN TERRITORY CARDS, SO
      *> THE TABLE CANNOT OVERFLOW.
       3460-FIND-SUMMARY-ENTRY.
           IF WS-SM-CODE (WS-SM-SUB) = WS-BREAK-TERRITORY
               SET SUMMARY-ENTRY-FOUND TO TRUE
               MOVE WS-SM-SUB TO WS-SM-MATCH
           END-IF.

       3460-EXIT.
           EXIT.

      *>***************************************************************
      *> 3600-PRINT-TERRITORY-SUMMARY - ONE LINE PER TERRITORY, SUMMED
      *>     OVER EVERY REP WHO HAS RANGES IN IT, THEN THE GRAND TOTAL.
      *>***************************************************************
       3600-PRINT-TERRITORY-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-SUMMARY-HEADING

           PERFORM 3610-PRINT-ONE-SUMMARY THRU 3610-EXIT
               VARYING WS-SM-SUB FROM 1 BY 1
               UNTIL WS-SM-SUB > WS-SM-USED

           MOVE SPACES TO WS-BOOK-TOTAL-LINE
           MOVE 'GRAND TOTAL'        TO BTL-LABEL
           MOVE WS-GRD-COMPANIES     TO BTL-COMPANIES
           MOVE WS-GRD-BALANCE       TO BTL-BALANCE
           MOVE WS-GRD-RESP-COUNT    TO BTL-RESP-COUNT
           MOVE WS-GRD-RESP-TOTAL    TO BTL-RESP-TOTAL
           WRITE RPT-LINE FROM WS-BOOK-TOTAL-LINE.

       3600-EXIT.
           EXIT.

       3610-PRINT-ONE-SUMMARY.
           MOVE SPACES TO WS-BOOK-TOTAL-LINE
           MOVE '  TERRITORY '               TO BTL-LABEL
           MOVE WS-SM-CODE (WS-SM-SUB)       TO BTL-KEY
           MOVE WS-SM-COMPANIES (WS-SM-SUB)  TO BTL-COMPANIES
           MOVE WS-SM-BALANCE (WS-SM-SUB)    TO BTL-BALANCE
           MOVE WS-SM-RESP-COUNT (WS-SM-SUB) TO BTL-RESP-COUNT
           MOVE WS-SM-RESP-TOTAL (WS-SM-SUB) TO BTL-RESP-TOTAL
           WRITE RPT-LINE FROM WS-BOOK-TOTAL-LINE.

       3610-EXIT.
           EXIT.

       3800-PRINT-RUN-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RECORDS-READ       TO TOT-RECORDS-READ
           MOVE WS-NOT-ACTIVE         TO TOT-NOT-ACTIVE
           WRITE RPT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-COMPANIES-BOOKED   TO TOT-BOOKED
           COMPUTE TOT-EXCEPTIONS = WS-NO-TERRITORY + WS-OVERLAPPING
           WRITE RPT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-CARDS-READ         TO TOT-CARDS-READ
           MOVE WS-TT-USED            TO TOT-CARDS-IN-FORCE
           WRITE RPT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-CARDS-SUPERSEDED   TO TOT-CARDS-SUPERSEDED
           MOVE WS-CARDS-NOT-IN-FORCE TO TOT-CARDS-NOT-IN-FORCE
           MOVE WS-CARDS-REJECTED     TO TOT-CARDS-REJECTED
           WRITE RPT-LINE FROM WS-TOTAL-LINE-4

           MOVE SPACES TO EXC-RPT-LINE
           WRITE EXC-RPT-LINE
           MOVE WS-NO-TERRITORY       TO ETL-NO-TERRITORY
           MOVE WS-OVERLAPPING        TO ETL-OVERLAPPING
           WRITE EXC-RPT-LINE FROM WS-EXC-TOTAL-LINE.

       3800-EXIT.
           EXIT.
