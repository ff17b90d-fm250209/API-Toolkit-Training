      *>***************************************************************
      *> PROGRAM-ID : ASOFINQ
      *> AUTHOR     : D. KOWALCZYK - MAILING SYSTEMS UNIT
      *> DATE-WRITTEN : 10/15/2026
      *>
      *> Point-in-time company inquiry. Each inquiry card (asofparm.
      *> cpy) names a company by ZIP and COMPANY-NAME, or by name
      *> alone, and gives an as-of date. The company is found on the
      *> mailing master; if it has been purged, the last image of it
      *> on the purge archive (MAILARCH) is used instead. Every
      *> MAILAUDT entry made for the company after the as-of date is
      *> then undone, newest first, by putting each entry's before-
      *> value back into its field. Old keys the company was carried
      *> under before a CASS or NCOA key move are taken from the key
      *> cross-reference so entries made under them are found too.
      *>
      *> The report (ASOFRPT) prints the record as it stood on the
      *> as-of date beside the record as it stands today, with an
      *> asterisk against every field that differs. Before each entry
      *> is undone its after-value is checked against the field; if
      *> they disagree the field was changed by something that wrote
      *> no audit entry, and the field is marked NOT ACCOUNTED FOR.
      *> CERTIFIED-DATE and DEACTIVATED-DATE are set alongside other
      *> fields without an entry of their own, so they are marked the
      *> same way when the change that set them is undone and their
      *> earlier value cannot be known. The changes undone are listed
      *> under each comparison.
      *>
      *> An inquiry by name alone that finds the name under more than
      *> one ZIP is not answered; the ZIPs are listed so the inquiry
      *> can be resubmitted with the ZIP.
      *>
      *> MODIFICATION HISTORY
      *>   10/15/2026  DK   Original point-in-time company inquiry.
      *>   10/15/2026  DK   MAILMNT now logs a new company's country
      *>                    and postal code; 2900 undoes those
      *>                    entries on the COUNTRY-CODE and
      *>                    POSTAL-CODE rows.
      *>***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ASOFINQ.
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
           SELECT ASOF-INQUIRY-FILE ASSIGN TO ASOFPARM
               ORGANIZATION IS SEQUENTIAL.

           SELECT MAILING-FILE     ASSIGN TO MAILMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAILING-KEY
               ALTERNATE RECORD KEY IS COMPANY-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MAILING-FILE-STATUS.

           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO MAILARCH
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO MAILAUDT
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL KEY-XREF-FILE ASSIGN TO KEYXREF
               ORGANIZATION IS SEQUENTIAL.

           SELECT ASOF-REPORT      ASSIGN TO ASOFRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ASOF-INQUIRY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "asofparm.cpy".

       FD  MAILING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "copybook.cpy".

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "mailarch.cpy".

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "mailaudt.cpy".

       FD  KEY-XREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "keyxref.cpy".

       FD  ASOF-REPORT
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MAILING-FILE-STATUS       PIC XX      VALUE '00'.

       01  WS-SWITCHES.
           05  WS-INQUIRY-EOF-SWITCH    PIC X       VALUE 'N'.
               88  END-OF-INQUIRY-FILE              VALUE 'Y'.
           05  WS-ARCHIVE-EOF-SWITCH    PIC X       VALUE 'N'.
               88  END-OF-ARCHIVE-FILE              VALUE 'Y'.
           05  WS-AUDIT-EOF-SWITCH      PIC X       VALUE 'N'.
               88  END-OF-AUDIT-FILE                VALUE 'Y'.
           05  WS-XREF-EOF-SWITCH       PIC X       VALUE 'N'.
               88  END-OF-XREF-FILE                 VALUE 'Y'.
           05  WS-BROWSE-EOF-SWITCH     PIC X       VALUE 'N'.
               88  END-OF-NAME-BROWSE               VALUE 'Y'.
           05  WS-LOCATED-SWITCH        PIC X       VALUE 'N'.
               88  COMPANY-LOCATED                  VALUE 'Y'.
           05  WS-AMBIGUOUS-SWITCH      PIC X       VALUE 'N'.
               88  NAME-AMBIGUOUS                   VALUE 'Y'.
           05  WS-ARCHIVE-SWITCH        PIC X       VALUE 'N'.
               88  TAKEN-FROM-ARCHIVE               VALUE 'Y'.
           05  WS-ON-FILE-SWITCH        PIC X       VALUE 'Y'.
               88  ON-FILE-AS-OF                    VALUE 'Y'.
           05  WS-OVERFLOW-SWITCH       PIC X       VALUE 'N'.
               88  ENTRY-TABLE-OVERFLOW             VALUE 'Y'.
           05  WS-KEY-FOUND-SWITCH      PIC X       VALUE 'N'.
               88  KEY-IN-SET                       VALUE 'Y'.
           05  WS-KEY-ADDED-SWITCH      PIC X       VALUE 'N'.
               88  KEY-SET-GREW                     VALUE 'Y'.
           05  WS-ALT-FOUND-SWITCH      PIC X       VALUE 'N'.
               88  ALT-CONTACT-FOUND                VALUE 'Y'.

       01  WS-RUN-DATE                  PIC 9(6).

       01  WS-COUNTERS.
           05  WS-INQUIRIES-READ        PIC 9(7)    VALUE ZERO COMP.
           05  WS-INQUIRIES-ANSWERED    PIC 9(7)    VALUE ZERO COMP.
           05  WS-INQUIRIES-REJECTED    PIC 9(7)    VALUE ZERO COMP.
           05  WS-NOT-FOUND             PIC 9(7)    VALUE ZERO COMP.
           05  WS-NAMES-AMBIGUOUS       PIC 9(7)    VALUE ZERO COMP.
           05  WS-FROM-ARCHIVE          PIC 9(7)    VALUE ZERO COMP.
           05  WS-TOTAL-UNDONE          PIC 9(7)    VALUE ZERO COMP.
           05  WS-TOTAL-UNACCOUNTED     PIC 9(7)    VALUE ZERO COMP.
           05  WS-NAME-MATCHES          PIC 9(4)    VALUE ZERO COMP.
           05  WS-INQUIRY-UNACCOUNTED   PIC 9(4)    VALUE ZERO COMP.

      *> THE INQUIRY KEY AND THE IMAGE IT LOCATED.
       01  WS-FOUND-ZIP                 PIC 9(5).
       01  WS-PURGE-DATE                PIC 9(6).
       01  WS-ADDED-DATE                PIC 9(6).
       01  WS-SAVED-IMAGE               PIC X(421).

      *> KEY MOVES FROM CASS AND NCOA. MERGES ARE NOT FOLLOWED - A
      *> RETIRED DUPLICATE WAS A DIFFERENT RECORD ON THE AS-OF DATE.
       01  WS-KEY-XREF-TABLE.
           05  WS-KX-USED               PIC 9(4)    COMP VALUE ZERO.
           05  WS-KX-ENTRY              OCCURS 5000 TIMES.
               10  WS-KX-OLD-ZIP        PIC 9(5).
               10  WS-KX-OLD-NAME       PIC X(30).
               10  WS-KX-NEW-ZIP        PIC 9(5).
               10  WS-KX-NEW-NAME       PIC X(30).
               10  WS-KX-PROGRAM-ID     PIC X(8).

       01  WS-KX-SUB                    PIC 9(4)    COMP.

      *> EVERY KEY THE COMPANY HAS BEEN CARRIED UNDER.
       01  WS-KEY-SET.
           05  WS-KS-USED               PIC 9(2)    COMP VALUE ZERO.
           05  WS-KS-ENTRY              OCCURS 50 TIMES.
               10  WS-KS-ZIP            PIC 9(5).
               10  WS-KS-NAME           PIC X(30).

       01  WS-KS-SUB                    PIC 9(2)    COMP.
       01  WS-SEARCH-ZIP                PIC 9(5).
       01  WS-SEARCH-NAME               PIC X(30).

      *> THE COMPANY'S AUDIT ENTRIES AFTER THE AS-OF DATE, OLDEST
      *> FIRST AS THEY SIT ON MAILAUDT.
       01  WS-ENTRY-TABLE.
           05  WS-AE-USED               PIC 9(4)    COMP VALUE ZERO.
           05  WS-AE-ENTRY              OCCURS 2000 TIMES.
               10  WS-AE-DATE           PIC 9(6).
               10  WS-AE-TIME           PIC 9(8).
               10  WS-AE-PROGRAM-ID     PIC X(8).
               10  WS-AE-FIELD-NAME     PIC X(20).
               10  WS-AE-BEFORE-VALUE   PIC X(30).
               10  WS-AE-AFTER-VALUE    PIC X(30).
               10  WS-AE-NOTE           PIC X(20).

       01  WS-AE-SUB                    PIC 9(4)    COMP.

      *> THE RECORD BEING WALKED BACK, LAID OUT WITH ALL FOUR
      *> ALTERNATE-CONTACT SLOTS FIXED SO REMOVING A CONTACT DOES NOT
      *> MOVE THE FIELDS THAT FOLLOW.
       01  WS-RECON.
           05  WS-RC-ZIP                PIC 9(5).
           05  WS-RC-COMPANY-NAME       PIC X(30).
           05  WS-RC-PRES-FIRST         PIC X(8).
           05  WS-RC-PRES-LAST          PIC X(15).
           05  WS-RC-VP-FIRST           PIC X(8).
           05  WS-RC-VP-LAST            PIC X(15).
           05  WS-RC-ALT-COUNT          PIC 9       COMP.
           05  WS-RC-ALT                OCCURS 4 TIMES.
               10  WS-RC-ALT-FIRST      PIC X(8).
               10  WS-RC-ALT-LAST       PIC X(15).
           05  WS-RC-MAIL-ADDRESS       PIC X(15).
           05  WS-RC-CITY               PIC X(15).
           05  WS-RC-STATE              PIC XX.
           05  WS-RC-ZIP-PLUS-9         PIC X(10).
           05  WS-RC-COUNTRY-CODE       PIC XX.
           05  WS-RC-POSTAL-CODE        PIC X(10).
           05  WS-RC-MAIL-STATUS        PIC X.
           05  WS-RC-DEACTIVATED-DATE   PIC 9(6).
           05  WS-RC-CERTIFIED-DATE     PIC 9(6).
           05  WS-RC-BALANCE            PIC S9(6)V99.
           05  WS-RC-BALANCE2           PIC S9(5)V99.
           05  WS-RC-RESPONSE-COUNT     PIC 9(3).
           05  WS-RC-LAST-RESP-DATE     PIC 9(6).
           05  WS-RC-RESPONSE-TOTAL     PIC S9(7)V99.

       01  WS-ALT-SUB                   PIC 9       COMP.
       01  WS-ALT-MATCH                 PIC 9       COMP.
       01  WS-AMOUNT-WORK               PIC S9(7)V99.

      *> ONE ROW PER FIELD SHOWN. COLUMN 1 IS TODAY, COLUMN 2 IS THE
      *> AS-OF DATE; THE GAP BYTE IS 'Y' WHEN THE AUDIT TRAIL CANNOT
      *> ACCOUNT FOR THE FIELD'S HISTORY.
       01  WS-ROW-NAMES-INIT.
           05  FILLER                   PIC X(20)   VALUE 'ZIP'.
           05  FILLER                   PIC X(20)   VALUE
               'COMPANY-NAME'.
           05  FILLER                   PIC X(20)   VALUE 'PRESIDENT'.
           05  FILLER                   PIC X(20)   VALUE
               'VP-MARKETING'.
           05  FILLER                   PIC X(20)   VALUE
               'ALTERNATE-CONTACT 1'.
           05  FILLER                   PIC X(20)   VALUE
               'ALTERNATE-CONTACT 2'.
           05  FILLER                   PIC X(20)   VALUE
               'ALTERNATE-CONTACT 3'.
           05  FILLER                   PIC X(20)   VALUE
               'ALTERNATE-CONTACT 4'.
           05  FILLER                   PIC X(20)   VALUE
               'MAIL-ADDRESS'.
           05  FILLER                   PIC X(20)   VALUE 'CITY'.
           05  FILLER                   PIC X(20)   VALUE 'STATE'.
           05  FILLER                   PIC X(20)   VALUE 'ZIP-PLUS-9'.
           05  FILLER                   PIC X(20)   VALUE
               'COUNTRY-CODE'.
           05  FILLER                   PIC X(20)   VALUE
               'POSTAL-CODE'.
           05  FILLER                   PIC X(20)   VALUE
               'MAIL-STATUS'.
           05  FILLER                   PIC X(20)   VALUE
               'DEACTIVATED-DATE'.
           05  FILLER                   PIC X(20)   VALUE
               'CERTIFIED-DATE'.
           05  FILLER                   PIC X(20)   VALUE
               'ACCOUNT-BALANCE'.
           05  FILLER                   PIC X(20)   VALUE
               'ACCOUNT-BALANCE2'.
           05  FILLER                   PIC X(20)   VALUE
               'RESPONSE-COUNT'.
           05  FILLER                   PIC X(20)   VALUE
               'LAST-RESPONSE-DATE'.
           05  FILLER                   PIC X(20)   VALUE
               'RESPONSE-TOTAL'.
       01  WS-ROW-NAMES REDEFINES WS-ROW-NAMES-INIT.
           05  WS-ROW-NAME              PIC X(20)   OCCURS 22 TIMES.

       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY             OCCURS 22 TIMES.
               10  WS-ROW-VALUE         PIC X(30)   OCCURS 2 TIMES.
               10  WS-ROW-GAP           PIC X.

       01  WS-ROW-SUB                   PIC 9(2)    COMP.
       01  WS-GAP-ROW                   PIC 9(2)    COMP.
       01  WS-COL                       PIC 9       COMP.

       01  WS-EDIT-BALANCE              PIC -(6)9.99.
       01  WS-EDIT-BALANCE2             PIC -(5)9.99.
       01  WS-EDIT-RESP-TOTAL           PIC -(7)9.99.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(40)   VALUE
               'POINT-IN-TIME COMPANY INQUIRY'.
           05  FILLER                   PIC X(10)   VALUE 'RUN DATE '.
           05  HDG-RUN-DATE             PIC 9(6).

       01  WS-INQUIRY-LINE.
           05  FILLER                   PIC X(9)    VALUE 'INQUIRY: '.
           05  INQ-ZIP                  PIC X(5).
           05  FILLER                   PIC X       VALUE SPACE.
           05  INQ-COMPANY-NAME         PIC X(30).
           05  FILLER                   PIC X(10)   VALUE
               '   AS OF  '.
           05  INQ-AS-OF-DATE           PIC X(6).

       01  WS-SOURCE-LINE.
           05  FILLER                   PIC X(9)    VALUE 'FOUND ON '.
           05  SRC-SOURCE               PIC X(30).
           05  FILLER                   PIC X(20)   VALUE
               '   CHANGES UNDONE  '.
           05  SRC-UNDONE               PIC ZZZ9.
           05  FILLER                   PIC X(20)   VALUE
               '   NOT ACCOUNTED   '.
           05  SRC-UNACCOUNTED          PIC ZZZ9.

       01  WS-ARCHIVE-SOURCE.
           05  FILLER                   PIC X(21)   VALUE
               'ARCHIVE, PURGED '.
           05  ASR-PURGE-DATE           PIC 9(6).

       01  WS-MESSAGE-LINE.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  MSG-TEXT                 PIC X(60).
           05  MSG-VALUE                PIC X(30).

       01  WS-COMPARE-HEADING.
           05  FILLER                   PIC X(22)   VALUE 'FIELD'.
           05  FILLER                   PIC X(32)   VALUE 'AS OF'.
           05  FILLER                   PIC X(32)   VALUE 'TODAY'.
           05  FILLER                   PIC X(4)    VALUE 'DIF'.
           05  FILLER                   PIC X(30)   VALUE 'NOTE'.

       01  WS-COMPARE-LINE.
           05  CMP-FIELD                PIC X(20).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  CMP-AS-OF                PIC X(30).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  CMP-TODAY                PIC X(30).
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  CMP-DIFF                 PIC X.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  CMP-NOTE                 PIC X(30).

       01  WS-CHANGE-HEADING-1.
           05  FILLER                   PIC X(50)   VALUE
               'CHANGES UNDONE, NEWEST FIRST'.

       01  WS-CHANGE-HEADING-2.
           05  FILLER                   PIC X(8)    VALUE 'DATE'.
           05  FILLER                   PIC X(10)   VALUE 'TIME'.
           05  FILLER                   PIC X(10)   VALUE 'PROGRAM'.
           05  FILLER                   PIC X(22)   VALUE 'FIELD'.
           05  FILLER                   PIC X(32)   VALUE 'BEFORE'.
           05  FILLER                   PIC X(32)   VALUE 'AFTER'.
           05  FILLER                   PIC X(18)   VALUE 'NOTE'.

       01  WS-CHANGE-LINE.
           05  CHG-DATE                 PIC 9(6).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  CHG-TIME                 PIC 9(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  CHG-PROGRAM-ID           PIC X(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  CHG-FIELD-NAME           PIC X(20).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  CHG-BEFORE-VALUE         PIC X(30).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  CHG-AFTER-VALUE          PIC X(30).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  CHG-NOTE                 PIC X(18).

       01  WS-TOTAL-LINE.
           05  TOT-LABEL                PIC X(25).
           05  TOT-COUNT                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-ANSWER-INQUIRY THRU 2000-EXIT
               UNTIL END-OF-INQUIRY-FILE
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           STOP RUN.

      *>***************************************************************
      *> 1000-INITIALIZE - OPEN THE FILES, LOAD THE KEY CROSS-
      *>     REFERENCE AND READ THE FIRST INQUIRY.
      *>***************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE

           OPEN INPUT  ASOF-INQUIRY-FILE
                       MAILING-FILE
                OUTPUT ASOF-REPORT

           IF WS-MAILING-FILE-STATUS NOT = '00'
               DISPLAY 'ASOFINQ - MASTER OPEN FAILED, STATUS: '
                        WS-MAILING-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1400-LOAD-KEY-XREF-TABLE THRU 1400-EXIT

           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           WRITE RPT-LINE FROM WS-HEADING-1

           PERFORM 1900-READ-INQUIRY-FILE THRU 1900-EXIT.

       1000-EXIT.
           EXIT.

      *>***************************************************************
      *> 1400-LOAD-KEY-XREF-TABLE - PULL THE OLD-KEY/NEW-KEY PAIRS
      *>     INTO STORAGE ONCE FOR ALL INQUIRIES.
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
               MOVE KX-PROGRAM-ID   TO WS-KX-PROGRAM-ID (WS-KX-USED)
           ELSE
               DISPLAY 'ASOFINQ - KEY XREF TABLE FULL, RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1410-READ-KEY-XREF-FILE THRU 1410-EXIT.

       1420-EXIT.
           EXIT.

       1900-READ-INQUIRY-FILE.
           READ ASOF-INQUIRY-FILE
               AT END
                   SET END-OF-INQUIRY-FILE TO TRUE
           END-READ.

       1900-EXIT.
           EXIT.

      *>***************************************************************
      *> 2000-ANSWER-INQUIRY - ONE INQUIRY CARD. THE NAME AND DATE
      *>     ARE REQUIRED; THE ZIP MAY BE LEFT BLANK.
      *>***************************************************************
       2000-ANSWER-INQUIRY.
           ADD 1 TO WS-INQUIRIES-READ

           MOVE SPACES           TO RPT-LINE
           WRITE RPT-LINE
           MOVE AQ-ZIP           TO INQ-ZIP
           MOVE AQ-COMPANY-NAME  TO INQ-COMPANY-NAME
           MOVE AQ-AS-OF-DATE    TO INQ-AS-OF-DATE
           WRITE RPT-LINE FROM WS-INQUIRY-LINE

           IF AQ-COMPANY-NAME = SPACES
           OR AQ-AS-OF-DATE NOT NUMERIC
           OR (AQ-ZIP NOT = SPACES AND AQ-ZIP-NUM NOT NUMERIC)
               MOVE 'INQUIRY REJECTED - NAME, DATE OR ZIP INVALID'
                   TO MSG-TEXT
               MOVE SPACES TO MSG-VALUE
               WRITE RPT-LINE FROM WS-MESSAGE-LINE
               ADD 1 TO WS-INQUIRIES-REJECTED
           ELSE
               PERFORM 2100-LOCATE-COMPANY THRU 2100-EXIT
               IF COMPANY-LOCATED
                   PERFORM 2400-RECONSTRUCT THRU 2400-EXIT
               END-IF
           END-IF

           PERFORM 1900-READ-INQUIRY-FILE THRU 1900-EXIT.

       2000-EXIT.
           EXIT.

      *>***************************************************************
      *> 2100-LOCATE-COMPANY - THE MASTER FIRST, BY FULL KEY OR BY
      *>     NAME ON THE ALTERNATE KEY; THE PURGE ARCHIVE WHEN THE
      *>     COMPANY IS NO LONGER ON THE MASTER.
      *>***************************************************************
       2100-LOCATE-COMPANY.
           MOVE 'N' TO WS-LOCATED-SWITCH
           MOVE 'N' TO WS-AMBIGUOUS-SWITCH
           MOVE 'N' TO WS-ARCHIVE-SWITCH

           IF AQ-ZIP NOT = SPACES
               MOVE AQ-ZIP-NUM      TO ZIP
               MOVE AQ-COMPANY-NAME TO COMPANY-NAME
               READ MAILING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET COMPANY-LOCATED TO TRUE
               END-READ
           ELSE
               PERFORM 2110-FIND-BY-NAME THRU 2110-EXIT
           END-IF

           IF NOT COMPANY-LOCATED AND NOT NAME-AMBIGUOUS
               PERFORM 2150-SEARCH-ARCHIVE THRU 2150-EXIT
           END-IF

           IF NAME-AMBIGUOUS
               MOVE 'NAME UNDER MORE THAN ONE ZIP - RESUBMIT WITH ZIP'
                   TO MSG-TEXT
               MOVE SPACES TO MSG-VALUE
               WRITE RPT-LINE FROM WS-MESSAGE-LINE
               ADD 1 TO WS-NAMES-AMBIGUOUS
           ELSE
               IF NOT COMPANY-LOCATED
                   MOVE 'NOT ON THE MASTER OR THE PURGE ARCHIVE'
                       TO MSG-TEXT
                   MOVE SPACES TO MSG-VALUE
                   WRITE RPT-LINE FROM WS-MESSAGE-LINE
                   ADD 1 TO WS-NOT-FOUND
               END-IF
           END-IF.

       2100-EXIT.
           EXIT.

      *>***************************************************************
      *> 2110-FIND-BY-NAME - EVERY MASTER RECORD CARRYING THE NAME.
      *>     ONE IS THE ANSWER; MORE THAN ONE IS LISTED AND REFUSED.
      *>***************************************************************
       2110-FIND-BY-NAME.
           MOVE ZERO TO WS-NAME-MATCHES
           MOVE 'N'  TO WS-BROWSE-EOF-SWITCH
           MOVE AQ-COMPANY-NAME TO COMPANY-NAME
           START MAILING-FILE
               KEY IS EQUAL TO COMPANY-NAME
               INVALID KEY
                   SET END-OF-NAME-BROWSE TO TRUE
           END-START

           PERFORM 2120-READ-NEXT-BY-NAME THRU 2120-EXIT
               UNTIL END-OF-NAME-BROWSE

           IF WS-NAME-MATCHES = 1
               MOVE WS-SAVED-IMAGE TO MAILING-RECORD
               SET COMPANY-LOCATED TO TRUE
           END-IF
           IF WS-NAME-MATCHES > 1
               SET NAME-AMBIGUOUS TO TRUE
           END-IF.

       2110-EXIT.
           EXIT.

       2120-READ-NEXT-BY-NAME.
           READ MAILING-FILE NEXT
               AT END
                   SET END-OF-NAME-BROWSE TO TRUE
           END-READ

           IF NOT END-OF-NAME-BROWSE
               IF COMPANY-NAME NOT = AQ-COMPANY-NAME
                   SET END-OF-NAME-BROWSE TO TRUE
               ELSE
                   ADD 1 TO WS-NAME-MATCHES
                   IF WS-NAME-MATCHES = 1
                       MOVE ZIP            TO WS-FOUND-ZIP
                       MOVE MAILING-RECORD TO WS-SAVED-IMAGE
                   ELSE
                       IF WS-NAME-MATCHES = 2
                           MOVE WS-FOUND-ZIP TO MSG-VALUE
                           PERFORM 2130-LIST-ZIP THRU 2130-EXIT
                       END-IF
                       MOVE ZIP TO MSG-VALUE
                       PERFORM 2130-LIST-ZIP THRU 2130-EXIT
                   END-IF
               END-IF
           END-IF.

       2120-EXIT.
           EXIT.

       2130-LIST-ZIP.
           MOVE 'ON THE MASTER UNDER ZIP' TO MSG-TEXT
           WRITE RPT-LINE FROM WS-MESSAGE-LINE.

       2130-EXIT.
           EXIT.

      *>***************************************************************
      *> 2150-SEARCH-ARCHIVE - THE LAST IMAGE PURGED UNDER THE KEY.
      *>     BY NAME ALONE, IMAGES UNDER TWO ZIPS ARE AMBIGUOUS.
      *>***************************************************************
       2150-SEARCH-ARCHIVE.
           MOVE ZERO TO WS-NAME-MATCHES
           MOVE 'N'  TO WS-ARCHIVE-EOF-SWITCH
           OPEN INPUT ARCHIVE-FILE
           PERFORM 2160-READ-ARCHIVE-FILE THRU 2160-EXIT
           PERFORM 2170-TEST-ARCHIVE-IMAGE THRU 2170-EXIT
               UNTIL END-OF-ARCHIVE-FILE
           CLOSE ARCHIVE-FILE

           IF WS-NAME-MATCHES > ZERO AND NOT NAME-AMBIGUOUS
               MOVE WS-SAVED-IMAGE TO MAILING-RECORD
               SET COMPANY-LOCATED    TO TRUE
               SET TAKEN-FROM-ARCHIVE TO TRUE
               ADD 1 TO WS-FROM-ARCHIVE
           END-IF.

       2150-EXIT.
           EXIT.

       2160-READ-ARCHIVE-FILE.
           READ ARCHIVE-FILE
               AT END
                   SET END-OF-ARCHIVE-FILE TO TRUE
           END-READ.

       2160-EXIT.
           EXIT.

       2170-TEST-ARCHIVE-IMAGE.
           IF ARC-RECORD-IMAGE (6:30) = AQ-COMPANY-NAME
           AND (AQ-ZIP = SPACES OR ARC-RECORD-IMAGE (1:5) = AQ-ZIP)
               IF WS-NAME-MATCHES > ZERO
               AND ARC-RECORD-IMAGE (1:5) NOT = WS-FOUND-ZIP
                   SET NAME-AMBIGUOUS TO TRUE
                   MOVE WS-FOUND-ZIP TO MSG-VALUE
                   MOVE 'ON THE PURGE ARCHIVE UNDER ZIP' TO MSG-TEXT
                   WRITE RPT-LINE FROM WS-MESSAGE-LINE
                   MOVE ARC-RECORD-IMAGE (1:5) TO MSG-VALUE
                   WRITE RPT-LINE FROM WS-MESSAGE-LINE
               END-IF
               ADD 1 TO WS-NAME-MATCHES
               MOVE ARC-RECORD-IMAGE (1:5) TO WS-FOUND-ZIP
               MOVE ARC-RECORD-IMAGE       TO WS-SAVED-IMAGE
               MOVE ARC-PURGE-DATE         TO WS-PURGE-DATE
           END-IF

           PERFORM 2160-READ-ARCHIVE-FILE THRU 2160-EXIT.

       2170-EXIT.
           EXIT.

      *>***************************************************************
      *> 2400-RECONSTRUCT - COLLECT THE COMPANY'S LATER AUDIT ENTRIES,
      *>     SHOW TODAY, UNDO THE ENTRIES, SHOW THE AS-OF RECORD.
      *>***************************************************************
       2400-RECONSTRUCT.
           MOVE ZERO TO WS-INQUIRY-UNACCOUNTED
           MOVE 'Y'  TO WS-ON-FILE-SWITCH
           MOVE 'N'  TO WS-OVERFLOW-SWITCH

           PERFORM 2500-BUILD-KEY-SET THRU 2500-EXIT
           PERFORM 2600-LOAD-AUDIT-ENTRIES THRU 2600-EXIT

           IF ENTRY-TABLE-OVERFLOW
               MOVE 'MORE THAN 2000 LATER CHANGES - NOT ANSWERED'
                   TO MSG-TEXT
               MOVE SPACES TO MSG-VALUE
               WRITE RPT-LINE FROM WS-MESSAGE-LINE
               ADD 1 TO WS-INQUIRIES-REJECTED
           ELSE
               PERFORM 2700-UNPACK-RECORD THRU 2700-EXIT
               MOVE SPACES TO WS-ROW-TABLE
               MOVE 1 TO WS-COL
               PERFORM 2800-FORMAT-ROWS THRU 2800-EXIT

               PERFORM 2900-UNDO-ONE-ENTRY THRU 2900-EXIT
                   VARYING WS-AE-SUB FROM WS-AE-USED BY -1
                   UNTIL WS-AE-SUB < 1

               IF TAKEN-FROM-ARCHIVE
               AND WS-PURGE-DATE NOT > AQ-AS-OF-DATE
                   MOVE 'N' TO WS-ON-FILE-SWITCH
               END-IF

               MOVE 2 TO WS-COL
               PERFORM 2800-FORMAT-ROWS THRU 2800-EXIT
               PERFORM 2950-PRINT-INQUIRY THRU 2950-EXIT
               ADD 1 TO WS-INQUIRIES-ANSWERED
               ADD WS-AE-USED             TO WS-TOTAL-UNDONE
               ADD WS-INQUIRY-UNACCOUNTED TO WS-TOTAL-UNACCOUNTED
           END-IF.

       2400-EXIT.
           EXIT.

      *>***************************************************************
      *> 2500-BUILD-KEY-SET - START FROM THE KEY FOUND AND ADD THE OLD
      *>     SIDE OF EVERY KEY MOVE INTO THE SET UNTIL NOTHING NEW IS
      *>     ADDED, SO A CHAIN OF MOVES IS FOLLOWED ALL THE WAY BACK.
      *>***************************************************************
       2500-BUILD-KEY-SET.
           MOVE 1            TO WS-KS-USED
           MOVE ZIP          TO WS-KS-ZIP (1)
           MOVE COMPANY-NAME TO WS-KS-NAME (1)

           SET KEY-SET-GREW TO TRUE
           PERFORM 2510-PASS-KEY-XREF THRU 2510-EXIT
               UNTIL NOT KEY-SET-GREW.

       2500-EXIT.
           EXIT.

       2510-PASS-KEY-XREF.
           MOVE 'N' TO WS-KEY-ADDED-SWITCH
           PERFORM 2520-TEST-ONE-XREF THRU 2520-EXIT
               VARYING WS-KX-SUB FROM 1 BY 1
               UNTIL WS-KX-SUB > WS-KX-USED.

       2510-EXIT.
           EXIT.

       2520-TEST-ONE-XREF.
           IF WS-KX-PROGRAM-ID (WS-KX-SUB) NOT = 'MAILMNT'
               MOVE WS-KX-NEW-ZIP (WS-KX-SUB)  TO WS-SEARCH-ZIP
               MOVE WS-KX-NEW-NAME (WS-KX-SUB) TO WS-SEARCH-NAME
               PERFORM 2550-FIND-IN-KEY-SET THRU 2550-EXIT
               IF KEY-IN-SET
                   MOVE WS-KX-OLD-ZIP (WS-KX-SUB)  TO WS-SEARCH-ZIP
                   MOVE WS-KX-OLD-NAME (WS-KX-SUB) TO WS-SEARCH-NAME
                   PERFORM 2550-FIND-IN-KEY-SET THRU 2550-EXIT
                   IF NOT KEY-IN-SET AND WS-KS-USED < 50
                       ADD 1 TO WS-KS-USED
                       MOVE WS-SEARCH-ZIP  TO WS-KS-ZIP (WS-KS-USED)
                       MOVE WS-SEARCH-NAME TO WS-KS-NAME (WS-KS-USED)
                       SET KEY-SET-GREW TO TRUE
                   END-IF
               END-IF
           END-IF.

       2520-EXIT.
           EXIT.

       2550-FIND-IN-KEY-SET.
           MOVE 'N' TO WS-KEY-FOUND-SWITCH
           PERFORM 2560-TEST-ONE-KEY THRU 2560-EXIT
               VARYING WS-KS-SUB FROM 1 BY 1
               UNTIL WS-KS-SUB > WS-KS-USED
                  OR KEY-IN-SET.

       2550-EXIT.
           EXIT.

       2560-TEST-ONE-KEY.
           IF WS-KS-ZIP (WS-KS-SUB)  = WS-SEARCH-ZIP
           AND WS-KS-NAME (WS-KS-SUB) = WS-SEARCH-NAME
               SET KEY-IN-SET TO TRUE
           END-IF.

       2560-EXIT.
           EXIT.

      *>***************************************************************
      *> 2600-LOAD-AUDIT-ENTRIES - EVERY ENTRY AFTER THE AS-OF DATE
      *>     UNDER ANY OF THE COMPANY'S KEYS.
      *>***************************************************************
       2600-LOAD-AUDIT-ENTRIES.
           MOVE ZERO TO WS-AE-USED
           MOVE 'N'  TO WS-AUDIT-EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           PERFORM 2610-READ-AUDIT-FILE THRU 2610-EXIT
           PERFORM 2620-TEST-AUDIT-ENTRY THRU 2620-EXIT
               UNTIL END-OF-AUDIT-FILE
           CLOSE AUDIT-FILE.

       2600-EXIT.
           EXIT.

       2610-READ-AUDIT-FILE.
           READ AUDIT-FILE
               AT END
                   SET END-OF-AUDIT-FILE TO TRUE
           END-READ.

       2610-EXIT.
           EXIT.

       2620-TEST-AUDIT-ENTRY.
           IF AUD-DATE > AQ-AS-OF-DATE
               MOVE AUD-ZIP          TO WS-SEARCH-ZIP
               MOVE AUD-COMPANY-NAME TO WS-SEARCH-NAME
               PERFORM 2550-FIND-IN-KEY-SET THRU 2550-EXIT
               IF KEY-IN-SET
                   IF WS-AE-USED < 2000
                       ADD 1 TO WS-AE-USED
                       MOVE AUD-DATE   TO WS-AE-DATE (WS-AE-USED)
                       MOVE AUD-TIME   TO WS-AE-TIME (WS-AE-USED)
                       MOVE AUD-PROGRAM-ID
                           TO WS-AE-PROGRAM-ID (WS-AE-USED)
                       MOVE AUD-FIELD-NAME
                           TO WS-AE-FIELD-NAME (WS-AE-USED)
                       MOVE AUD-BEFORE-VALUE
                           TO WS-AE-BEFORE-VALUE (WS-AE-USED)
                       MOVE AUD-AFTER-VALUE
                           TO WS-AE-AFTER-VALUE (WS-AE-USED)
                       MOVE SPACES TO WS-AE-NOTE (WS-AE-USED)
                   ELSE
                       SET ENTRY-TABLE-OVERFLOW TO TRUE
                   END-IF
               END-IF
           END-IF

           PERFORM 2610-READ-AUDIT-FILE THRU 2610-EXIT.

       2620-EXIT.
           EXIT.

      *>***************************************************************
      *> 2700-UNPACK-RECORD - COPY THE RECORD FOUND INTO THE FIXED
      *>     WORKING LAYOUT.
      *>***************************************************************
       2700-UNPACK-RECORD.
           MOVE SPACES TO WS-RECON
           MOVE ZIP                        TO WS-RC-ZIP
           MOVE COMPANY-NAME               TO WS-RC-COMPANY-NAME
           MOVE FIRST-NAME OF PRESIDENT    TO WS-RC-PRES-FIRST
           MOVE LAST-NAME OF PRESIDENT     TO WS-RC-PRES-LAST
           MOVE FIRST-NAME OF VP-MARKETING TO WS-RC-VP-FIRST
           MOVE LAST-NAME OF VP-MARKETING  TO WS-RC-VP-LAST
           MOVE ALT-CONTACT-COUNT          TO WS-RC-ALT-COUNT
           PERFORM 2710-UNPACK-ALT-CONTACT THRU 2710-EXIT
               VARYING WS-ALT-SUB FROM 1 BY 1
               UNTIL WS-ALT-SUB > ALT-CONTACT-COUNT
           MOVE MAIL-ADDRESS               TO WS-RC-MAIL-ADDRESS
           MOVE CITY                       TO WS-RC-CITY
           MOVE STATE                      TO WS-RC-STATE
           MOVE ZIP-PLUS-9                 TO WS-RC-ZIP-PLUS-9
           MOVE COUNTRY-CODE               TO WS-RC-COUNTRY-CODE
           MOVE POSTAL-CODE                TO WS-RC-POSTAL-CODE
           MOVE MAIL-STATUS                TO WS-RC-MAIL-STATUS
           MOVE DEACTIVATED-DATE           TO WS-RC-DEACTIVATED-DATE
           MOVE CERTIFIED-DATE             TO WS-RC-CERTIFIED-DATE
           MOVE ACCOUNT-BALANCE            TO WS-RC-BALANCE
           MOVE ACCOUNT-BALANCE2           TO WS-RC-BALANCE2
           MOVE RESPONSE-COUNT             TO WS-RC-RESPONSE-COUNT
           MOVE LAST-RESPONSE-DATE         TO WS-RC-LAST-RESP-DATE
           MOVE RESPONSE-TOTAL             TO WS-RC-RESPONSE-TOTAL.

       2700-EXIT.
           EXIT.

       2710-UNPACK-ALT-CONTACT.
           MOVE FIRST-NAME OF ALTERNATE-CONTACT (WS-ALT-SUB)
               TO WS-RC-ALT-FIRST (WS-ALT-SUB)
           MOVE LAST-NAME OF ALTERNATE-CONTACT (WS-ALT-SUB)
               TO WS-RC-ALT-LAST (WS-ALT-SUB).

       2710-EXIT.
           EXIT.

      *>***************************************************************
      *> 2800-FORMAT-ROWS - EDIT THE WORKING RECORD INTO COLUMN WS-COL
      *>     OF THE ROW TABLE. NAMES PRINT FIRST NAME FIRST.
      *>***************************************************************
       2800-FORMAT-ROWS.
           MOVE WS-RC-ZIP          TO WS-ROW-VALUE (1, WS-COL)
           MOVE WS-RC-COMPANY-NAME TO WS-ROW-VALUE (2, WS-COL)
           STRING WS-RC-PRES-FIRST ' ' WS-RC-PRES-LAST
               DELIMITED BY SIZE INTO WS-ROW-VALUE (3, WS-COL)
           STRING WS-RC-VP-FIRST ' ' WS-RC-VP-LAST
               DELIMITED BY SIZE INTO WS-ROW-VALUE (4, WS-COL)
           PERFORM 2810-FORMAT-ALT-CONTACT THRU 2810-EXIT
               VARYING WS-ALT-SUB FROM 1 BY 1
               UNTIL WS-ALT-SUB > WS-RC-ALT-COUNT
           MOVE WS-RC-MAIL-ADDRESS TO WS-ROW-VALUE (9, WS-COL)
           MOVE WS-RC-CITY         TO WS-ROW-VALUE (10, WS-COL)
           MOVE WS-RC-STATE        TO WS-ROW-VALUE (11, WS-COL)
           MOVE WS-RC-ZIP-PLUS-9   TO WS-ROW-VALUE (12, WS-COL)
           MOVE WS-RC-COUNTRY-CODE TO WS-ROW-VALUE (13, WS-COL)
           MOVE WS-RC-POSTAL-CODE  TO WS-ROW-VALUE (14, WS-COL)
           MOVE WS-RC-MAIL-STATUS  TO WS-ROW-VALUE (15, WS-COL)
           MOVE WS-RC-DEACTIVATED-DATE
                                   TO WS-ROW-VALUE (16, WS-COL)
           MOVE WS-RC-CERTIFIED-DATE
                                   TO WS-ROW-VALUE (17, WS-COL)
           MOVE WS-RC-BALANCE      TO WS-EDIT-BALANCE
           MOVE WS-EDIT-BALANCE    TO WS-ROW-VALUE (18, WS-COL)
           MOVE WS-RC-BALANCE2     TO WS-EDIT-BALANCE2
           MOVE WS-EDIT-BALANCE2   TO WS-ROW-VALUE (19, WS-COL)
           MOVE WS-RC-RESPONSE-COUNT
                                   TO WS-ROW-VALUE (20, WS-COL)
           MOVE WS-RC-LAST-RESP-DATE
                                   TO WS-ROW-VALUE (21, WS-COL)
           MOVE WS-RC-RESPONSE-TOTAL
                                   TO WS-EDIT-RESP-TOTAL
           MOVE WS-EDIT-RESP-TOTAL TO WS-ROW-VALUE (22, WS-COL).

       2800-EXIT.
           EXIT.

       2810-FORMAT-ALT-CONTACT.
           COMPUTE WS-ROW-SUB = WS-ALT-SUB + 4
           STRING WS-RC-ALT-FIRST (WS-ALT-SUB) ' '
                  WS-RC-ALT-LAST (WS-ALT-SUB)
               DELIMITED BY SIZE
               INTO WS-ROW-VALUE (WS-ROW-SUB, WS-COL).

       2810-EXIT.
           EXIT.

      *>***************************************************************
      *> 2900-UNDO-ONE-ENTRY - CHECK THE ENTRY'S AFTER-VALUE AGAINST
      *>     THE FIELD, THEN PUT ITS BEFORE-VALUE BACK. A DISAGREEMENT
      *>     MEANS AN UNAUDITED CHANGE TO THE FIELD.
      *>***************************************************************
       2900-UNDO-ONE-ENTRY.
           MOVE ZERO TO WS-GAP-ROW

           IF WS-AE-FIELD-NAME (WS-AE-SUB) = 'NEW-COMPANY'
               MOVE 'N' TO WS-ON-FILE-SWITCH
               MOVE WS-AE-DATE (WS-AE-SUB) TO WS-ADDED-DATE
               MOVE 'ADDED TO FILE' TO WS-AE-NOTE (WS-AE-SUB)
           ELSE
           IF WS-AE-FIELD-NAME (WS-AE-SUB) = 'ZIP'
               IF WS-AE-AFTER-VALUE (WS-AE-SUB) (1:5) NOT = WS-RC-ZIP
                   MOVE 1 TO WS-GAP-ROW
               END-IF
               IF WS-AE-BEFORE-VALUE (WS-AE-SUB) (1:5) IS NUMERIC
                   MOVE WS-AE-BEFORE-VALUE (WS-AE-SUB) (1:5)
                       TO WS-RC-ZIP
               END-IF
           ELSE
           IF WS-AE-FIELD-NAME (WS-AE-SUB) = 'MAIL-ADDRESS'
               IF WS-AE-AFTER-VALUE (WS-AE-SUB) (1:15)
                   NOT = WS-RC-MAIL-ADDRESS
                   MOVE 9 TO WS-GAP-ROW
               END-IF
               MOVE WS-AE-BEFORE-VALUE (WS-AE-SUB) (1:15)
                   TO WS-RC-MAIL-ADDRESS
           ELSE
           IF WS-AE-FIELD-NAME (WS-AE-SUB) = 'CITY'
               IF WS-AE-AFTER-VALUE (WS-AE-SUB) (1:15)
                   NOT = WS-RC-CITY
                   MOVE 10 TO WS-GAP-ROW
               END-IF
               MOVE WS-AE-BEFORE-VALUE (WS-AE-SUB) (1:15)
                   TO WS-RC-CITY
           ELSE
           IF WS-AE-FIELD-NAME (WS-AE-SUB) = 'STATE'
               IF WS-AE-AFTER-VALUE (WS-AE-SUB) (1:2)
                   NOT = WS-RC-STATE
                   MOVE 11 TO WS-GAP-ROW
               END-IF
               MOVE WS-AE-BEFORE-VALUE (WS-AE-SUB) (1:2)
                   TO WS-RC-STATE
           ELSE
           IF WS-AE-FIELD-NAME (WS-AE-SUB) = 'COUNTRY-CODE'
               IF WS-AE-AFTER-VALUE (WS-AE-SUB) (1:2)
                   NOT = WS-RC-COUNTRY-CODE
                   MOVE 13 TO WS-GAP-ROW
               END-IF
               MOVE WS-AE-BEFORE-VALUE (WS-AE-SUB) (1:2)
                   TO WS-RC-COUNTRY-CODE
           ELSE
           IF WS-AE-FIELD-NAME (WS-AE-SUB) = 'POSTAL-CODE'
               IF WS-AE-AFTER-VALUE (WS-AE-SUB) (1:10)
                   NOT = WS-RC-POSTAL-CODE
                   MOVE 14 TO WS-GAP-ROW
               END-IF
               MOVE WS-AE-BEFORE-VALUE (WS-AE-SUB) (1:10)
                   TO WS-RC-POSTAL-CODE
           ELSE
           IF WS-AE-FIELD-NAME (WS-AE-SUB) = 'ZIP-PLUS-9'
               IF WS-AE-AFTER-VALUE (WS-AE-SUB) (1:10)
                   NOT = WS-RC-ZIP-PLUS-9
                   MOVE 12 TO WS-GAP-ROW
               END-IF
               MOVE WS-AE-BEFORE-VALUE (WS-AE-SUB) (1:10)
                   TO WS-RC-ZIP-PLUS-9
               MOVE 'Y' TO WS-ROW-GAP (17)
           ELSE
           IF WS-AE-FIELD-NAME (WS-AE-SUB) = 'VP-MARKETING'
               IF WS-AE-AFTER-VALUE (WS-AE-SUB) (1:8)
                   NOT = WS-RC-VP-FIRST
               OR WS-AE-AFTER-VALUE (WS-AE-SUB) (10:15)
                   NOT = WS-RC-VP-LAST
                   MOVE 4 TO WS-GAP-ROW
               END-IF
               MOVE WS-AE-BEFORE-VALUE (WS-AE-SUB) (1:8)
                   TO WS-RC-VP-FIRST
               MOVE WS-AE-BEFORE-VALUE (WS-AE-SUB) (10:15)
                   TO WS-RC-VP-LAST
           ELSE
           IF WS-AE-FIELD-NAME (WS-AE-SUB) = 'ALTERNATE-CONTACT'
               PERFORM 2910-UNDO-ALT-CONTACT THRU 2910-EXIT
           ELSE
           IF WS-AE-FIELD-NAME (WS-AE-SUB) = 'MAIL-STATUS'
               PERFORM 2920-UNDO-MAIL-STATUS THRU 2920-EXIT
           ELSE
           IF WS-AE-FIELD-NAME (WS-AE-SUB) = 'ACCOUNT-BALANCE'
               COMPUTE WS-AMOUNT-WORK =
                   FUNCTION NUMVAL (WS-AE-AFTER-VALUE (WS-AE-SUB))
               IF WS-AMOUNT-WORK NOT = WS-RC-BALANCE
                   MOVE 18 TO WS-GAP-ROW
               END-IF
               COMPUTE WS-RC-BALANCE =
                   FUNCTION NUMVAL (WS-AE-BEFORE-VALUE (WS-AE-SUB))
           ELSE
           IF WS-AE-FIELD-NAME (WS-AE-SUB) = 'ACCOUNT-BALANCE2'
               COMPUTE WS-AMOUNT-WORK =
                   FUNCTION NUMVAL (WS-AE-AFTER-VALUE (WS-AE-SUB))
               IF WS-AMOUNT-WORK NOT = WS-RC-BALANCE2
                   MOVE 19 TO WS-GAP-ROW
               END-IF
               COMPUTE WS-RC-BALANCE2 =
                   FUNCTION NUMVAL (WS-AE-BEFORE-VALUE (WS-AE-SUB))
           ELSE
           IF WS-AE-FIELD-NAME (WS-AE-SUB) = 'RESPONSE-COUNT'
               COMPUTE WS-AMOUNT-WORK =
                   FUNCTION NUMVAL (WS-AE-AFTER-VALUE (WS-AE-SUB))
               IF WS-AMOUNT-WORK NOT = WS-RC-RESPONSE-COUNT
                   MOVE 20 TO WS-GAP-ROW
               END-IF
               COMPUTE WS-RC-RESPONSE-COUNT =
                   FUNCTION NUMVAL (WS-AE-BEFORE-VALUE (WS-AE-SUB))
           ELSE
           IF WS-AE-FIELD-NAME (WS-AE-SUB) = 'LAST-RESPONSE-DATE'
               IF WS-AE-AFTER-VALUE (WS-AE-SUB) (1:6)
                   NOT = WS-RC-LAST-RESP-DATE
                   MOVE 21 TO WS-GAP-ROW
               END-IF
               IF WS-AE-BEFORE-VALUE (WS-AE-SUB) (1:6) IS NUMERIC
                   MOVE WS-AE-BEFORE-VALUE (WS-AE-SUB) (1:6)
                       TO WS-RC-LAST-RESP-DATE
               ELSE
                   MOVE ZERO TO WS-RC-LAST-RESP-DATE
               END-IF
           ELSE
           IF WS-AE-FIELD-NAME (WS-AE-SUB) = 'RESPONSE-TOTAL'
               COMPUTE WS-AMOUNT-WORK =
                   FUNCTION NUMVAL (WS-AE-AFTER-VALUE (WS-AE-SUB))
               IF WS-AMOUNT-WORK NOT = WS-RC-RESPONSE-TOTAL
                   MOVE 22 TO WS-GAP-ROW
               END-IF
               COMPUTE WS-RC-RESPONSE-TOTAL =
                   FUNCTION NUMVAL (WS-AE-BEFORE-VALUE (WS-AE-SUB))
           ELSE
           IF WS-AE-FIELD-NAME (WS-AE-SUB) = 'MERGE-RETIRED-KEY'
               MOVE 'MERGE, NO CHANGE' TO WS-AE-NOTE (WS-AE-SUB)
           ELSE
               MOVE 'NOT UNDONE' TO WS-AE-NOTE (WS-AE-SUB)
           END-IF END-IF END-IF END-IF END-IF END-IF END-IF END-IF
           END-IF END-IF END-IF END-IF END-IF END-IF END-IF END-IF
           END-IF

           IF WS-GAP-ROW > ZERO
               MOVE 'Y' TO WS-ROW-GAP (WS-GAP-ROW)
               MOVE 'AFTER-VALUE DIFFERS' TO WS-AE-NOTE (WS-AE-SUB)
           END-IF.

       2900-EXIT.
           EXIT.

      *>***************************************************************
      *> 2910-UNDO-ALT-CONTACT - AN ALTERNATE-CONTACT ENTRY IS AN ADD.
      *>     TAKE THE NAMED CONTACT OUT, LATEST SLOT FIRST, AND CLOSE
      *>     UP THE SLOTS BEHIND IT.
      *>***************************************************************
       2910-UNDO-ALT-CONTACT.
           MOVE 'N'  TO WS-ALT-FOUND-SWITCH
           MOVE ZERO TO WS-ALT-MATCH
           PERFORM 2911-FIND-ALT-CONTACT THRU 2911-EXIT
               VARYING WS-ALT-SUB FROM WS-RC-ALT-COUNT BY -1
               UNTIL WS-ALT-SUB < 1
                  OR ALT-CONTACT-FOUND

           IF ALT-CONTACT-FOUND
               PERFORM 2912-CLOSE-UP-ALT-SLOT THRU 2912-EXIT
                   VARYING WS-ALT-SUB FROM WS-ALT-MATCH BY 1
                   UNTIL WS-ALT-SUB NOT < WS-RC-ALT-COUNT
               MOVE SPACES TO WS-RC-ALT (WS-RC-ALT-COUNT)
               SUBTRACT 1 FROM WS-RC-ALT-COUNT
           ELSE
               MOVE 5 TO WS-GAP-ROW
               MOVE 'Y' TO WS-ROW-GAP (6)
                           WS-ROW-GAP (7)
                           WS-ROW-GAP (8)
           END-IF.

       2910-EXIT.
           EXIT.

       2911-FIND-ALT-CONTACT.
           IF WS-RC-ALT-FIRST (WS-ALT-SUB)
               = WS-AE-AFTER-VALUE (WS-AE-SUB) (1:8)
           AND WS-RC-ALT-LAST (WS-ALT-SUB)
               = WS-AE-AFTER-VALUE (WS-AE-SUB) (10:15)
               SET ALT-CONTACT-FOUND TO TRUE
               MOVE WS-ALT-SUB TO WS-ALT-MATCH
           END-IF.

       2911-EXIT.
           EXIT.

       2912-CLOSE-UP-ALT-SLOT.
           MOVE WS-RC-ALT (WS-ALT-SUB + 1) TO WS-RC-ALT (WS-ALT-SUB).

       2912-EXIT.
           EXIT.

      *>***************************************************************
      *> 2920-UNDO-MAIL-STATUS - DEACTIVATED-DATE IS SET WITH THE
      *>     'D'. BACK TO 'A' CLEARS IT; BACK TO 'D' FROM 'A' LEAVES
      *>     AN EARLIER DATE THE TRAIL NEVER RECORDED.
      *>***************************************************************
       2920-UNDO-MAIL-STATUS.
           IF WS-AE-AFTER-VALUE (WS-AE-SUB) (1:1)
               NOT = WS-RC-MAIL-STATUS
               MOVE 15 TO WS-GAP-ROW
           END-IF

           IF WS-AE-BEFORE-VALUE (WS-AE-SUB) (1:1) = 'A'
               MOVE ZERO TO WS-RC-DEACTIVATED-DATE
           ELSE
               IF WS-AE-BEFORE-VALUE (WS-AE-SUB) (1:1) = 'D'
               AND WS-AE-AFTER-VALUE (WS-AE-SUB) (1:1) = 'A'
                   MOVE 'Y' TO WS-ROW-GAP (16)
               END-IF
           END-IF

           MOVE WS-AE-BEFORE-VALUE (WS-AE-SUB) (1:1)
               TO WS-RC-MAIL-STATUS.

       2920-EXIT.
           EXIT.

      *>***************************************************************
      *> 2950-PRINT-INQUIRY - WHERE THE RECORD CAME FROM, THE TWO
      *>     COLUMNS SIDE BY SIDE, THEN THE CHANGES UNDONE.
      *>***************************************************************
       2950-PRINT-INQUIRY.
           MOVE ZERO TO WS-INQUIRY-UNACCOUNTED
           PERFORM 2951-COUNT-GAP THRU 2951-EXIT
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > 22

           IF TAKEN-FROM-ARCHIVE
               MOVE WS-PURGE-DATE     TO ASR-PURGE-DATE
               MOVE WS-ARCHIVE-SOURCE TO SRC-SOURCE
           ELSE
               MOVE 'MAILING MASTER'  TO SRC-SOURCE
           END-IF
           MOVE WS-AE-USED             TO SRC-UNDONE
           MOVE WS-INQUIRY-UNACCOUNTED TO SRC-UNACCOUNTED
           WRITE RPT-LINE FROM WS-SOURCE-LINE

           IF NOT ON-FILE-AS-OF
               MOVE SPACES TO MSG-VALUE
               IF TAKEN-FROM-ARCHIVE
               AND WS-PURGE-DATE NOT > AQ-AS-OF-DATE
                   MOVE 'NOT ON FILE AS OF THE DATE - ALREADY PURGED ON'
                       TO MSG-TEXT
                   MOVE WS-PURGE-DATE TO MSG-VALUE
               ELSE
                   MOVE 'NOT ON FILE AS OF THE DATE - ADDED ON'
                       TO MSG-TEXT
                   MOVE WS-ADDED-DATE TO MSG-VALUE
               END-IF
               WRITE RPT-LINE FROM WS-MESSAGE-LINE
           END-IF

           WRITE RPT-LINE FROM WS-COMPARE-HEADING
           PERFORM 2952-PRINT-COMPARE-ROW THRU 2952-EXIT
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > 22

           IF WS-AE-USED > ZERO
               WRITE RPT-LINE FROM WS-CHANGE-HEADING-1
               WRITE RPT-LINE FROM WS-CHANGE-HEADING-2
               PERFORM 2953-PRINT-CHANGE THRU 2953-EXIT
                   VARYING WS-AE-SUB FROM WS-AE-USED BY -1
                   UNTIL WS-AE-SUB < 1
           END-IF.

       2950-EXIT.
           EXIT.

       2951-COUNT-GAP.
           IF WS-ROW-GAP (WS-ROW-SUB) = 'Y'
               ADD 1 TO WS-INQUIRY-UNACCOUNTED
           END-IF.

       2951-EXIT.
           EXIT.

       2952-PRINT-COMPARE-ROW.
           MOVE WS-ROW-NAME (WS-ROW-SUB)      TO CMP-FIELD
           MOVE WS-ROW-VALUE (WS-ROW-SUB, 1)  TO CMP-TODAY
           MOVE SPACES TO CMP-NOTE
           IF ON-FILE-AS-OF
               MOVE WS-ROW-VALUE (WS-ROW-SUB, 2) TO CMP-AS-OF
           ELSE
               MOVE SPACES TO CMP-AS-OF
           END-IF

           IF CMP-AS-OF NOT = CMP-TODAY
               MOVE '*' TO CMP-DIFF
           ELSE
               MOVE SPACE TO CMP-DIFF
           END-IF

           IF WS-ROW-GAP (WS-ROW-SUB) = 'Y'
               MOVE 'NOT ACCOUNTED FOR' TO CMP-NOTE
           END-IF

           WRITE RPT-LINE FROM WS-COMPARE-LINE.

       2952-EXIT.
           EXIT.

       2953-PRINT-CHANGE.
           MOVE WS-AE-DATE (WS-AE-SUB)         TO CHG-DATE
           MOVE WS-AE-TIME (WS-AE-SUB)         TO CHG-TIME
           MOVE WS-AE-PROGRAM-ID (WS-AE-SUB)   TO CHG-PROGRAM-ID
           MOVE WS-AE-FIELD-NAME (WS-AE-SUB)   TO CHG-FIELD-NAME
           MOVE WS-AE-BEFORE-VALUE (WS-AE-SUB) TO CHG-BEFORE-VALUE
           MOVE WS-AE-AFTER-VALUE (WS-AE-SUB)  TO CHG-AFTER-VALUE
           MOVE WS-AE-NOTE (WS-AE-SUB)         TO CHG-NOTE
           WRITE RPT-LINE FROM WS-CHANGE-LINE.

       2953-EXIT.
           EXIT.

      *>***************************************************************
      *> 3000-TERMINATE - RUN TOTALS.
      *>***************************************************************
       3000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'INQUIRIES READ  . . . . .' TO TOT-LABEL
           MOVE WS-INQUIRIES-READ           TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'INQUIRIES ANSWERED  . . .' TO TOT-LABEL
           MOVE WS-INQUIRIES-ANSWERED       TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE '  FROM PURGE ARCHIVE  . .' TO TOT-LABEL
           MOVE WS-FROM-ARCHIVE             TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'INQUIRIES REJECTED  . . .' TO TOT-LABEL
           MOVE WS-INQUIRIES-REJECTED       TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'COMPANY NOT FOUND . . . .' TO TOT-LABEL
           MOVE WS-NOT-FOUND                TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'NAME UNDER MANY ZIPS  . .' TO TOT-LABEL
           MOVE WS-NAMES-AMBIGUOUS          TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'CHANGES UNDONE  . . . . .' TO TOT-LABEL
           MOVE WS-TOTAL-UNDONE             TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'FIELDS NOT ACCOUNTED FOR.' TO TOT-LABEL
           MOVE WS-TOTAL-UNACCOUNTED        TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           CLOSE ASOF-INQUIRY-FILE
                 MAILING-FILE
                 ASOF-REPORT

           DISPLAY 'ASOFINQ - INQUIRIES READ:     ' WS-INQUIRIES-READ
           DISPLAY 'ASOFINQ - INQUIRIES ANSWERED: '
                    WS-INQUIRIES-ANSWERED.

       3000-EXIT.
           EXIT.
