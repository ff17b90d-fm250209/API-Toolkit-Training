      *>***************************************************************
      *> PROGRAM-ID : MAILERAS
      *> AUTHOR     : D. KOWALCZYK - MAILING SYSTEMS UNIT
      *> DATE-WRITTEN : 10/15/2026
      *>
      *> Privacy erasure run. A contact who asks in writing to have
      *> their details removed is keyed as an erasure request
      *> (ERASREQ, erasreq.cpy): request ID, date received, the
      *> person's last and first name, and optionally the ZIP and/or
      *> company they are to be erased under - left blank, the name
      *> is erased wherever it appears. Accepted requests are added
      *> to the erasure registry (ERASLOG, eraslog.cpy), which keeps
      *> every request ever processed, and the whole registry is
      *> applied to:
      *>   MAILMSTR  PRESIDENT, VP-MARKETING and every
      *>             ALTERNATE-CONTACT row, masked in place
      *>   MAILAUDT  VP-MARKETING, ALTERNATE-CONTACT and NEW-COMPANY
      *>             before/after name images
      *>   MAILARCH  the purged record images
      *>   MAILBKUP  the unload's data record images
      *>   MAILSUSI  suspended 'A', 'V' and 'N' transactions
      *> A masked name is last name ERASED, first (and middle) name
      *> blank. The sequential files are copied to their new
      *> generations (MAILAUDO, MAILARCO, MAILBKUO, MAILSUSO) with the
      *> masks applied, as MAILMNT rolls the suspense file; the new
      *> generations replace the old ones once the certificate is
      *> signed. Older archive and backup generations are cleared by
      *> running again with MAILARCH/MAILBKUP pointed at them - the
      *> registry carries every request, so no new cards are needed,
      *> and a name already masked is never counted twice.
      *>
      *> A request's ZIP/company scope is the company's key when the
      *> request was taken, but an image written before a CASSAPPL or
      *> NCOAAPPL ZIP move or a MAILMNT 'G' merge still carries the
      *> old key. Each image's key is therefore followed through the
      *> key cross-reference file (KEYXREF, keyxref.cpy) to the key
      *> the company has now, and the scope is met by either one.
      *>
      *> Every contact masked on the master is logged to the new audit
      *> generation as an ERASED-CONTACT entry (before-value the
      *> contact's position, after-value the request ID) so a MAILRCVR
      *> replay after a reload from an older backup masks it again,
      *> and MAILRCVR checks each name it would replay against the
      *> registry, so an erased name on an audit generation this run
      *> never saw is not put back either.
      *>
      *> The certificate (ERASCERT) lists the requests, every record
      *> touched in every file with the request that touched it,
      *> per-file and per-request totals, and a sign-off block for the
      *> compliance officer.
      *>
      *> MODIFICATION HISTORY
      *>   10/15/2026  DK   Original privacy erasure run.
      *>   10/15/2026  DK   A scoped request missed every image
      *>                    still carrying the key the company had
      *>                    before a CASS/NCOA move or a 'G' merge,
      *>                    while the certificate called the erasure
      *>                    complete. KEYXREF is now loaded and the
      *>                    scope tested against the image's stored
      *>                    key and its current key both.
      *>   10/15/2026  DK   Every contact image was resolved through
      *>                    the whole cross-reference before its name
      *>                    was even looked at. 8000 now tests the
      *>                    name first and resolves the key only for
      *>                    a name on a scoped request the stored key
      *>                    does not meet.
      *>***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MAILERAS.
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
           SELECT OPTIONAL ERASURE-REQUEST-FILE ASSIGN TO ERASREQ
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL ERASURE-LOG-FILE ASSIGN TO ERASLOG
               ORGANIZATION IS SEQUENTIAL.

           SELECT MAILING-FILE     ASSIGN TO MAILMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAILING-KEY
               ALTERNATE RECORD KEY IS COMPANY-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MAILING-FILE-STATUS.

           SELECT OPTIONAL AUDIT-IN-FILE ASSIGN TO MAILAUDT
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-OUT-FILE   ASSIGN TO MAILAUDO
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL ARCHIVE-IN-FILE ASSIGN TO MAILARCH
               ORGANIZATION IS SEQUENTIAL.

           SELECT ARCHIVE-OUT-FILE ASSIGN TO MAILARCO
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL BACKUP-IN-FILE ASSIGN TO MAILBKUP
               ORGANIZATION IS SEQUENTIAL.

           SELECT BACKUP-OUT-FILE  ASSIGN TO MAILBKUO
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL SUSPENSE-IN-FILE ASSIGN TO MAILSUSI
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUSPENSE-OUT-FILE ASSIGN TO MAILSUSO
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL KEY-XREF-FILE ASSIGN TO KEYXREF
               ORGANIZATION IS SEQUENTIAL.

           SELECT CERTIFICATE-REPORT ASSIGN TO ERASCERT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ERASURE-REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "erasreq.cpy".

       FD  ERASURE-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "eraslog.cpy".

       FD  MAILING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "copybook.cpy".

       FD  AUDIT-IN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "mailaudt.cpy".

       FD  AUDIT-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-OUT-RECORD            PIC X(137).

       FD  ARCHIVE-IN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "mailarch.cpy".

       FD  ARCHIVE-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-OUT-RECORD          PIC X(427).

       FD  BACKUP-IN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "mailbkup.cpy".

       FD  BACKUP-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-OUT-RECORD           PIC X(422).

       FD  SUSPENSE-IN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "mailsusp.cpy".

       FD  SUSPENSE-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-OUT-RECORD         PIC X(286).

       FD  KEY-XREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "keyxref.cpy".

       FD  CERTIFICATE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                    PIC X(100).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01  WS-MAILING-FILE-STATUS       PIC XX      VALUE '00'.

       01  WS-SWITCHES.
           05  WS-REQUEST-EOF-SWITCH    PIC X       VALUE 'N'.
               88  END-OF-REQUEST-FILE              VALUE 'Y'.
           05  WS-LOG-EOF-SWITCH        PIC X       VALUE 'N'.
               88  END-OF-ERASURE-LOG               VALUE 'Y'.
           05  WS-MASTER-EOF-SWITCH     PIC X       VALUE 'N'.
               88  END-OF-MAILING-FILE              VALUE 'Y'.
           05  WS-AUDIT-EOF-SWITCH      PIC X       VALUE 'N'.
               88  END-OF-AUDIT-FILE                VALUE 'Y'.
           05  WS-ARCHIVE-EOF-SWITCH    PIC X       VALUE 'N'.
               88  END-OF-ARCHIVE-FILE              VALUE 'Y'.
           05  WS-BACKUP-EOF-SWITCH     PIC X       VALUE 'N'.
               88  END-OF-BACKUP-FILE               VALUE 'Y'.
           05  WS-SUSPENSE-EOF-SWITCH   PIC X       VALUE 'N'.
               88  END-OF-SUSPENSE-FILE             VALUE 'Y'.
           05  WS-MATCH-SWITCH          PIC X       VALUE 'N'.
               88  NAME-IS-ERASED                   VALUE 'Y'.
           05  WS-REQUEST-SWITCH        PIC X       VALUE 'Y'.
               88  REQUEST-ACCEPTED                 VALUE 'Y'.
           05  WS-XREF-EOF-SWITCH       PIC X       VALUE 'N'.
               88  END-OF-XREF-FILE                 VALUE 'Y'.
           05  WS-XREF-FOUND-SWITCH     PIC X       VALUE 'N'.
               88  XREF-ENTRY-FOUND                 VALUE 'Y'.
           05  WS-RESOLVED-SWITCH       PIC X       VALUE 'N'.
               88  CANDIDATE-KEY-RESOLVED           VALUE 'Y'.

       01  WS-RUN-DATE                  PIC 9(6).

       01  WS-ERASURE-TABLE.
           05  WS-ET-USED               PIC 9(3)    COMP VALUE ZERO.
           05  WS-ET-ENTRY              OCCURS 500 TIMES.
               10  WS-ET-REQUEST-ID     PIC X(8).
               10  WS-ET-REQUEST-DATE   PIC 9(6).
               10  WS-ET-LAST-NAME      PIC X(15).
               10  WS-ET-FIRST-NAME     PIC X(8).
               10  WS-ET-SCOPE-ZIP      PIC X(5).
               10  WS-ET-SCOPE-COMPANY  PIC X(30).
               10  WS-ET-NEW-SWITCH     PIC X.
                   88  WS-ET-NEW-REQUEST            VALUE 'Y'.
               10  WS-ET-MASKED         PIC 9(7)    COMP.

       01  WS-ET-SUB                    PIC 9(3)    COMP.
       01  WS-ET-MATCH                  PIC 9(3)    COMP.
       01  WS-ALT-SUB                   PIC 9       COMP.
       01  WS-ALT-NUMBER                PIC 9.
       01  WS-REJECT-REASON             PIC X(30).

       01  WS-CANDIDATE.
           05  WS-CAND-LAST-NAME        PIC X(15).
           05  WS-CAND-FIRST-NAME       PIC X(8).
           05  WS-CAND-ZIP              PIC X(5).
           05  WS-CAND-COMPANY-NAME     PIC X(30).
           05  WS-CAND-CURRENT-ZIP      PIC X(5).
           05  WS-CAND-CURRENT-COMPANY  PIC X(30).
           05  WS-CAND-STORED-COMPANY   PIC X(30).

       01  WS-KEY-XREF-TABLE.
           05  WS-KX-USED               PIC 9(4)    COMP VALUE ZERO.
           05  WS-KX-ENTRY              OCCURS 5000 TIMES.
               10  WS-KX-OLD-ZIP        PIC X(5).
               10  WS-KX-OLD-NAME       PIC X(30).
               10  WS-KX-NEW-ZIP        PIC X(5).
               10  WS-KX-NEW-NAME       PIC X(30).

       01  WS-KX-SUB                    PIC 9(4)    COMP.
       01  WS-KX-START                  PIC 9(4)    COMP.

       01  WS-MASK-LAST-NAME            PIC X(15)   VALUE 'ERASED'.

       01  WS-NAME-IMAGE.
           05  WS-NI-FIRST-NAME         PIC X(8).
           05  FILLER                   PIC X.
           05  WS-NI-LAST-NAME          PIC X(15).
           05  FILLER                   PIC X(6).

       01  WS-MASKED-NAME-IMAGE.
           05  FILLER                   PIC X(9)    VALUE SPACES.
           05  FILLER                   PIC X(15)   VALUE 'ERASED'.
           05  FILLER                   PIC X(6)    VALUE SPACES.

      *> FRONT OF A MAILING-RECORD IMAGE AS CARRIED ON THE ARCHIVE
      *> AND BACKUP FILES - KEY, PRESIDENT, VP-MARKETING AND THE
      *> ALTERNATE-CONTACT ROWS, LAID OUT AS IN copybook.cpy.
       01  WS-ERASE-IMAGE.
           05  WS-EI-ZIP                PIC 9(5).
           05  WS-EI-COMPANY-NAME       PIC X(30).
           05  WS-EI-PRES-LAST-NAME     PIC X(15).
           05  WS-EI-PRES-FIRST-NAME    PIC X(8).
           05  FILLER                   PIC X(30).
           05  WS-EI-PRES-MIDDLE-NAME   PIC X(15).
           05  WS-EI-VP-LAST-NAME       PIC X(15).
           05  WS-EI-VP-FIRST-NAME      PIC X(8).
           05  FILLER                   PIC X(10).
           05  WS-EI-ALT-COUNT          PIC 9       COMP.
           05  WS-EI-ALT-CONTACT        OCCURS 4 TIMES.
               10  WS-EI-ALT-TITLE      PIC X(10).
               10  WS-EI-ALT-LAST-NAME  PIC X(15).
               10  WS-EI-ALT-FIRST-NAME PIC X(8).
               10  FILLER               PIC X(6).
           05  FILLER                   PIC X(127).

       01  WS-EI-ALT-LIMIT              PIC 9       COMP.

       COPY "mailtran.cpy".

       01  WS-ERASURE-AUDIT-ENTRY.
           05  WS-EA-DATE               PIC 9(6).
           05  WS-EA-TIME               PIC 9(8).
           05  WS-EA-PROGRAM-ID         PIC X(8)    VALUE 'MAILERAS'.
           05  WS-EA-ZIP                PIC 9(5).
           05  WS-EA-COMPANY-NAME       PIC X(30).
           05  WS-EA-FIELD-NAME         PIC X(20)   VALUE
               'ERASED-CONTACT'.
           05  WS-EA-BEFORE-VALUE       PIC X(30).
           05  WS-EA-AFTER-VALUE        PIC X(30).

       01  WS-CURRENT-FILE              PIC X(8).
       01  WS-CURRENT-PART              PIC X(6).
       01  WS-CURRENT-ELEMENT           PIC X(20).
       01  WS-RECORD-NUMBER             PIC 9(7)    COMP.
       01  WS-RECORD-NAMES-MASKED       PIC 9(3)    COMP.

       01  WS-COUNTERS.
           05  WS-REQUESTS-READ         PIC 9(5)    VALUE ZERO COMP.
           05  WS-REQUESTS-ACCEPTED     PIC 9(5)    VALUE ZERO COMP.
           05  WS-REQUESTS-REJECTED     PIC 9(5)    VALUE ZERO COMP.
           05  WS-REQUESTS-ON-FILE      PIC 9(5)    VALUE ZERO COMP.
           05  WS-MASTER-READ           PIC 9(7)    VALUE ZERO COMP.
           05  WS-MASTER-TOUCHED        PIC 9(7)    VALUE ZERO COMP.
           05  WS-MASTER-MASKED         PIC 9(7)    VALUE ZERO COMP.
           05  WS-AUDIT-READ            PIC 9(7)    VALUE ZERO COMP.
           05  WS-AUDIT-TOUCHED         PIC 9(7)    VALUE ZERO COMP.
           05  WS-AUDIT-MASKED          PIC 9(7)    VALUE ZERO COMP.
           05  WS-AUDIT-ADDED           PIC 9(7)    VALUE ZERO COMP.
           05  WS-ARCHIVE-READ          PIC 9(7)    VALUE ZERO COMP.
           05  WS-ARCHIVE-TOUCHED       PIC 9(7)    VALUE ZERO COMP.
           05  WS-ARCHIVE-MASKED        PIC 9(7)    VALUE ZERO COMP.
           05  WS-BACKUP-READ           PIC 9(7)    VALUE ZERO COMP.
           05  WS-BACKUP-TOUCHED        PIC 9(7)    VALUE ZERO COMP.
           05  WS-BACKUP-MASKED         PIC 9(7)    VALUE ZERO COMP.
           05  WS-SUSPENSE-READ         PIC 9(7)    VALUE ZERO COMP.
           05  WS-SUSPENSE-TOUCHED      PIC 9(7)    VALUE ZERO COMP.
           05  WS-SUSPENSE-MASKED       PIC 9(7)    VALUE ZERO COMP.
           05  WS-TOTAL-MASKED          PIC 9(7)    VALUE ZERO COMP.

       01  WS-RUN-CONTROL-TOTALS.
           05  WS-MASTER-COUNT          PIC 9(7)    VALUE ZERO COMP.
           05  WS-BALANCE-HASH          PIC S9(13)V99
                                                    VALUE ZERO COMP-3.

       01  WS-RC-SCAN-EOF-SW            PIC X       VALUE 'N'.
           88  END-OF-RC-SCAN                       VALUE 'Y'.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(34)   VALUE
               'PRIVACY ERASURE CERTIFICATE - RUN '.
           05  HD1-RUN-DATE             PIC 9(6).

       01  WS-REQUEST-HEADING.
           05  FILLER                   PIC X(50)   VALUE
               'REQUEST   RECEIVED  LAST NAME        FIRST     ZIP'.
           05  FILLER                   PIC X(50)   VALUE
               '    COMPANY                         STATUS'.

       01  WS-REQUEST-LINE.
           05  RQL-REQUEST-ID           PIC X(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  RQL-REQUEST-DATE         PIC X(6).
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  RQL-LAST-NAME            PIC X(15).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  RQL-FIRST-NAME           PIC X(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  RQL-SCOPE-ZIP            PIC X(5).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  RQL-SCOPE-COMPANY        PIC X(30).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  RQL-STATUS               PIC X(30).

       01  WS-DETAIL-HEADING.
           05  FILLER                   PIC X(50)   VALUE
               'FILE      RECORD NO  ZIP    COMPANY NAME'.
           05  FILLER                   PIC X(50)   VALUE
               '          ELEMENT              PART    REQUEST'.

       01  WS-DETAIL-LINE.
           05  DTL-FILE                 PIC X(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DTL-RECORD-NUMBER        PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DTL-ZIP                  PIC X(5).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DTL-COMPANY-NAME         PIC X(30).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DTL-ELEMENT              PIC X(20).
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  DTL-PART                 PIC X(6).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DTL-REQUEST-ID           PIC X(8).

       01  WS-FILE-HEADING.
           05  FILLER                   PIC X(32)   VALUE
               'FILE      NEW GEN           READ'.
           05  FILLER                   PIC X(30)   VALUE
               '        TOUCHED         MASKED'.

       01  WS-FILE-LINE.
           05  FLL-FILE                 PIC X(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  FLL-NEW-GENERATION       PIC X(8).
           05  FILLER                   PIC X(5)    VALUE SPACES.
           05  FLL-READ                 PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(6)    VALUE SPACES.
           05  FLL-TOUCHED              PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(6)    VALUE SPACES.
           05  FLL-MASKED               PIC Z,ZZZ,ZZ9.

       01  WS-REQUEST-TOTAL-HEADING.
           05  FILLER                   PIC X(50)   VALUE
               'REQUEST   NAMES MASKED THIS RUN'.

       01  WS-REQUEST-TOTAL-LINE.
           05  RTL-REQUEST-ID           PIC X(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  RTL-MASKED               PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  RTL-NOTE                 PIC X(30).

       01  WS-TOTAL-LINE.
           05  TOT-LABEL                PIC X(25).
           05  TOT-COUNT                PIC ZZZ,ZZ9.

       01  WS-SIGNOFF-LINE-1.
           05  FILLER                   PIC X(47)   VALUE
               'I CERTIFY THAT THE NAMES ON THE REQUESTS ABOVE'.
           05  FILLER                   PIC X(50)   VALUE
               'HAVE BEEN MASKED IN EVERY RECORD LISTED,'.

       01  WS-SIGNOFF-LINE-2.
           05  FILLER                   PIC X(46)   VALUE
               'AND THAT THE NEW GENERATIONS NAMED ABOVE HAVE'.
           05  FILLER                   PIC X(50)   VALUE
               'REPLACED THE FILES THEY WERE COPIED FROM.'.

       01  WS-SIGNOFF-LINE-3.
           05  FILLER                   PIC X(50)   VALUE
               'COMPLIANCE OFFICER  ______________________________'.
           05  FILLER                   PIC X(30)   VALUE
               '  DATE  ____________'.

       01  WS-SIGNOFF-LINE-4.
           05  FILLER                   PIC X(50)   VALUE
               'SIGNATURE           ______________________________'.

       01  WS-SIGNOFF-LINE-5.
           05  FILLER                   PIC X(50)   VALUE
               'RUN BY (OPERATIONS) ______________________________'.
           05  FILLER                   PIC X(30)   VALUE
               '  DATE  ____________'.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-COPY-AUDIT-FILE THRU 2000-EXIT
           PERFORM 3000-ERASE-MASTER THRU 3000-EXIT
           PERFORM 4000-COPY-ARCHIVE-FILE THRU 4000-EXIT
           PERFORM 5000-COPY-BACKUP-FILE THRU 5000-EXIT
           PERFORM 6000-COPY-SUSPENSE-FILE THRU 6000-EXIT
           PERFORM 7000-TERMINATE THRU 7000-EXIT
           STOP RUN.

      *>***************************************************************
      *> 1000-INITIALIZE - LOAD THE REGISTRY, EDIT AND ADD THE NEW
      *>     REQUESTS, AND STOP IF THERE IS NOTHING TO ERASE. THE
      *>     MASTER MUST OPEN CLEAN BEFORE ANY FILE IS COPIED.
      *>***************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           OPEN OUTPUT CERTIFICATE-REPORT
           MOVE WS-RUN-DATE TO HD1-RUN-DATE
           WRITE RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 1100-LOAD-ERASURE-LOG THRU 1100-EXIT
           PERFORM 1200-LOAD-NEW-REQUESTS THRU 1200-EXIT

           IF WS-ET-USED = ZERO
               DISPLAY 'MAILERAS - NO ERASURE REQUESTS ON FILE, '
                       'NOTHING ERASED'
               CLOSE CERTIFICATE-REPORT
               STOP RUN
           END-IF

           PERFORM 1300-LOAD-KEY-XREF-TABLE THRU 1300-EXIT

           OPEN I-O MAILING-FILE
           IF WS-MAILING-FILE-STATUS NOT = '00'
               DISPLAY 'MAILERAS - MAILING-FILE OPEN FAILED, STATUS: '
                        WS-MAILING-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-DETAIL-HEADING.

       1000-EXIT.
           EXIT.

      *>***************************************************************
      *> 1100-LOAD-ERASURE-LOG - EVERY REQUEST PROCESSED BEFORE. A
      *>     FULL TABLE STOPS THE RUN: ERASING SOME NAMES AND NOT
      *>     OTHERS WOULD MAKE THE CERTIFICATE A LIE.
      *>***************************************************************
       1100-LOAD-ERASURE-LOG.
           OPEN INPUT ERASURE-LOG-FILE
           PERFORM 1110-READ-ERASURE-LOG THRU 1110-EXIT
           PERFORM 1120-STORE-LOGGED-REQUEST THRU 1120-EXIT
               UNTIL END-OF-ERASURE-LOG
           CLOSE ERASURE-LOG-FILE.

       1100-EXIT.
           EXIT.

       1110-READ-ERASURE-LOG.
           READ ERASURE-LOG-FILE
               AT END
                   SET END-OF-ERASURE-LOG TO TRUE
           END-READ.

       1110-EXIT.
           EXIT.

       1120-STORE-LOGGED-REQUEST.
           IF WS-ET-USED < 500
               ADD 1 TO WS-ET-USED
               ADD 1 TO WS-REQUESTS-ON-FILE
               MOVE EL-REQUEST-ID
                   TO WS-ET-REQUEST-ID (WS-ET-USED)
               MOVE EL-REQUEST-DATE
                   TO WS-ET-REQUEST-DATE (WS-ET-USED)
               MOVE EL-LAST-NAME
                   TO WS-ET-LAST-NAME (WS-ET-USED)
               MOVE EL-FIRST-NAME
                   TO WS-ET-FIRST-NAME (WS-ET-USED)
               MOVE EL-SCOPE-ZIP
                   TO WS-ET-SCOPE-ZIP (WS-ET-USED)
               MOVE EL-SCOPE-COMPANY
                   TO WS-ET-SCOPE-COMPANY (WS-ET-USED)
               MOVE 'N'  TO WS-ET-NEW-SWITCH (WS-ET-USED)
               MOVE ZERO TO WS-ET-MASKED (WS-ET-USED)
           ELSE
               DISPLAY 'MAILERAS - ERASURE TABLE FULL, RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1110-READ-ERASURE-LOG THRU 1110-EXIT.

       1120-EXIT.
           EXIT.

      *>***************************************************************
      *> 1200-LOAD-NEW-REQUESTS - EDIT EACH REQUEST CARD AND LIST IT
      *>     ON THE CERTIFICATE. A REQUEST ID ALREADY ON THE REGISTRY,
      *>     A MISSING NAME OR A BAD SCOPE ZIP IS REJECTED; NAMES ARE
      *>     HELD IN UPPER CASE AS THE MASTER CARRIES THEM.
      *>***************************************************************
       1200-LOAD-NEW-REQUESTS.
           WRITE RPT-LINE FROM WS-REQUEST-HEADING
           OPEN INPUT ERASURE-REQUEST-FILE
           PERFORM 1210-READ-REQUEST-FILE THRU 1210-EXIT
           PERFORM 1220-EDIT-ONE-REQUEST THRU 1220-EXIT
               UNTIL END-OF-REQUEST-FILE
           CLOSE ERASURE-REQUEST-FILE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'REQUESTS ACCEPTED . . . .' TO TOT-LABEL
           MOVE WS-REQUESTS-ACCEPTED        TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'REQUESTS REJECTED . . . .' TO TOT-LABEL
           MOVE WS-REQUESTS-REJECTED        TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'EARLIER REQUESTS ON FILE.' TO TOT-LABEL
           MOVE WS-REQUESTS-ON-FILE         TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE.

       1200-EXIT.
           EXIT.

       1210-READ-REQUEST-FILE.
           READ ERASURE-REQUEST-FILE
               AT END
                   SET END-OF-REQUEST-FILE TO TRUE
           END-READ.

       1210-EXIT.
           EXIT.

       1220-EDIT-ONE-REQUEST.
           ADD 1 TO WS-REQUESTS-READ
           MOVE 'Y'    TO WS-REQUEST-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           MOVE FUNCTION UPPER-CASE (ER-LAST-NAME)  TO ER-LAST-NAME
           MOVE FUNCTION UPPER-CASE (ER-FIRST-NAME) TO ER-FIRST-NAME
           MOVE FUNCTION UPPER-CASE (ER-SCOPE-COMPANY)
               TO ER-SCOPE-COMPANY

           IF ER-REQUEST-ID = SPACES
               MOVE 'N' TO WS-REQUEST-SWITCH
               MOVE 'REJECTED - NO REQUEST ID' TO WS-REJECT-REASON
           ELSE
           IF ER-REQUEST-DATE NOT NUMERIC
               MOVE 'N' TO WS-REQUEST-SWITCH
               MOVE 'REJECTED - BAD REQUEST DATE' TO WS-REJECT-REASON
           ELSE
           IF ER-LAST-NAME = SPACES
           OR ER-LAST-NAME = WS-MASK-LAST-NAME
               MOVE 'N' TO WS-REQUEST-SWITCH
               MOVE 'REJECTED - NO LAST NAME' TO WS-REJECT-REASON
           ELSE
           IF ER-SCOPE-ZIP NOT = SPACES
           AND ER-SCOPE-ZIP NOT NUMERIC
               MOVE 'N' TO WS-REQUEST-SWITCH
               MOVE 'REJECTED - BAD SCOPE ZIP' TO WS-REJECT-REASON
           ELSE
               PERFORM 1230-CHECK-DUPLICATE-ID THRU 1230-EXIT
                   VARYING WS-ET-SUB FROM 1 BY 1
                   UNTIL WS-ET-SUB > WS-ET-USED
                      OR NOT REQUEST-ACCEPTED
           END-IF END-IF END-IF END-IF

           IF REQUEST-ACCEPTED
           AND WS-ET-USED NOT < 500
               DISPLAY 'MAILERAS - ERASURE TABLE FULL, RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF REQUEST-ACCEPTED
               PERFORM 1240-STORE-NEW-REQUEST THRU 1240-EXIT
           ELSE
               ADD 1 TO WS-REQUESTS-REJECTED
           END-IF

           MOVE ER-REQUEST-ID    TO RQL-REQUEST-ID
           MOVE ER-REQUEST-DATE  TO RQL-REQUEST-DATE
           MOVE ER-LAST-NAME     TO RQL-LAST-NAME
           MOVE ER-FIRST-NAME    TO RQL-FIRST-NAME
           MOVE ER-SCOPE-ZIP     TO RQL-SCOPE-ZIP
           MOVE ER-SCOPE-COMPANY TO RQL-SCOPE-COMPANY
           MOVE WS-REJECT-REASON TO RQL-STATUS
           WRITE RPT-LINE FROM WS-REQUEST-LINE

           PERFORM 1210-READ-REQUEST-FILE THRU 1210-EXIT.

       1220-EXIT.
           EXIT.

       1230-CHECK-DUPLICATE-ID.
           IF WS-ET-REQUEST-ID (WS-ET-SUB) = ER-REQUEST-ID
               MOVE 'N' TO WS-REQUEST-SWITCH
               MOVE 'REJECTED - ID ALREADY ON FILE' TO WS-REJECT-REASON
           END-IF.

       1230-EXIT.
           EXIT.

       1240-STORE-NEW-REQUEST.
           ADD 1 TO WS-ET-USED
           ADD 1 TO WS-REQUESTS-ACCEPTED
           MOVE ER-REQUEST-ID    TO WS-ET-REQUEST-ID (WS-ET-USED)
           MOVE ER-REQUEST-DATE  TO WS-ET-REQUEST-DATE (WS-ET-USED)
           MOVE ER-LAST-NAME     TO WS-ET-LAST-NAME (WS-ET-USED)
           MOVE ER-FIRST-NAME    TO WS-ET-FIRST-NAME (WS-ET-USED)
           MOVE ER-SCOPE-ZIP     TO WS-ET-SCOPE-ZIP (WS-ET-USED)
           MOVE ER-SCOPE-COMPANY TO WS-ET-SCOPE-COMPANY (WS-ET-USED)
           MOVE 'Y'              TO WS-ET-NEW-SWITCH (WS-ET-USED)
           MOVE ZERO             TO WS-ET-MASKED (WS-ET-USED)
           MOVE 'ACCEPTED'       TO WS-REJECT-REASON.

       1240-EXIT.
           EXIT.

      *>***************************************************************
      *> 1300-LOAD-KEY-XREF-TABLE - EVERY KEY CHANGE EVER MADE, IN THE
      *>     ORDER MADE, SO AN OLD KEY CAN BE FOLLOWED TO THE CURRENT
      *>     ONE. A FULL TABLE STOPS THE RUN FOR THE SAME REASON A
      *>     FULL ERASURE TABLE DOES.
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
               DISPLAY 'MAILERAS - KEY CROSS-REFERENCE TABLE FULL, '
                       'RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1310-READ-KEY-XREF-FILE THRU 1310-EXIT.

       1320-EXIT.
           EXIT.

      *>***************************************************************
      *> 2000-COPY-AUDIT-FILE - COPY THE AUDIT TRAIL TO ITS NEW
      *>     GENERATION, MASKING EVERY NAME IMAGE. THE NEW GENERATION
      *>     STAYS OPEN FOR THE MASTER PASS'S ERASED-CONTACT ENTRIES.
      *>***************************************************************
       2000-COPY-AUDIT-FILE.
           OPEN INPUT  AUDIT-IN-FILE
                OUTPUT AUDIT-OUT-FILE
           MOVE 'MAILAUDT' TO WS-CURRENT-FILE
           MOVE ZERO TO WS-RECORD-NUMBER
           PERFORM 2100-READ-AUDIT-FILE THRU 2100-EXIT
           PERFORM 2200-SCRUB-AUDIT-ENTRY THRU 2200-EXIT
               UNTIL END-OF-AUDIT-FILE
           CLOSE AUDIT-IN-FILE.

       2000-EXIT.
           EXIT.

       2100-READ-AUDIT-FILE.
           READ AUDIT-IN-FILE
               AT END
                   SET END-OF-AUDIT-FILE TO TRUE
           END-READ.

       2100-EXIT.
           EXIT.

       2200-SCRUB-AUDIT-ENTRY.
           ADD 1 TO WS-AUDIT-READ
           ADD 1 TO WS-RECORD-NUMBER
           MOVE ZERO TO WS-RECORD-NAMES-MASKED

           IF AUD-FIELD-NAME = 'VP-MARKETING'
                            OR 'ALTERNATE-CONTACT'
                            OR 'NEW-COMPANY'
               MOVE AUD-ZIP          TO WS-CAND-ZIP
               MOVE AUD-COMPANY-NAME TO WS-CAND-COMPANY-NAME
               MOVE AUD-FIELD-NAME   TO WS-CURRENT-ELEMENT

               MOVE AUD-BEFORE-VALUE TO WS-NAME-IMAGE
               MOVE 'BEFORE'         TO WS-CURRENT-PART
               PERFORM 2300-CHECK-NAME-IMAGE THRU 2300-EXIT
               IF NAME-IS-ERASED
                   MOVE WS-MASKED-NAME-IMAGE TO AUD-BEFORE-VALUE
               END-IF

               MOVE AUD-AFTER-VALUE  TO WS-NAME-IMAGE
               MOVE 'AFTER'          TO WS-CURRENT-PART
               PERFORM 2300-CHECK-NAME-IMAGE THRU 2300-EXIT
               IF NAME-IS-ERASED
                   MOVE WS-MASKED-NAME-IMAGE TO AUD-AFTER-VALUE
               END-IF
           END-IF

           IF WS-RECORD-NAMES-MASKED > ZERO
               ADD 1 TO WS-AUDIT-TOUCHED
               ADD WS-RECORD-NAMES-MASKED TO WS-AUDIT-MASKED
           END-IF

           WRITE AUDIT-OUT-RECORD FROM AUDIT-RECORD
           PERFORM 2100-READ-AUDIT-FILE THRU 2100-EXIT.

       2200-EXIT.
           EXIT.

       2300-CHECK-NAME-IMAGE.
           MOVE WS-NI-LAST-NAME  TO WS-CAND-LAST-NAME
           MOVE WS-NI-FIRST-NAME TO WS-CAND-FIRST-NAME
           PERFORM 8000-CHECK-CANDIDATE THRU 8000-EXIT.

       2300-EXIT.
           EXIT.

      *>***************************************************************
      *> 3000-ERASE-MASTER - MASK EVERY ERASED CONTACT ON THE MASTER
      *>     IN PLACE AND LOG EACH ONE TO THE NEW AUDIT GENERATION.
      *>***************************************************************
       3000-ERASE-MASTER.
           MOVE 'MAILMSTR' TO WS-CURRENT-FILE
           MOVE ZERO TO WS-RECORD-NUMBER
           PERFORM 3100-READ-MAILING-FILE THRU 3100-EXIT
           PERFORM 3200-ERASE-ONE-RECORD THRU 3200-EXIT
               UNTIL END-OF-MAILING-FILE
           CLOSE MAILING-FILE
                 AUDIT-OUT-FILE.

       3000-EXIT.
           EXIT.

       3100-READ-MAILING-FILE.
           READ MAILING-FILE
               AT END
                   SET END-OF-MAILING-FILE TO TRUE
           END-READ.

       3100-EXIT.
           EXIT.

       3200-ERASE-ONE-RECORD.
           ADD 1 TO WS-MASTER-READ
           ADD 1 TO WS-RECORD-NUMBER
           MOVE ZERO         TO WS-RECORD-NAMES-MASKED
           MOVE SPACES       TO WS-CURRENT-PART
           MOVE ZIP          TO WS-CAND-ZIP
           MOVE COMPANY-NAME TO WS-CAND-COMPANY-NAME

           MOVE 'PRESIDENT'  TO WS-CURRENT-ELEMENT
           MOVE LAST-NAME OF PRESIDENT  TO WS-CAND-LAST-NAME
           MOVE FIRST-NAME OF PRESIDENT TO WS-CAND-FIRST-NAME
           PERFORM 8000-CHECK-CANDIDATE THRU 8000-EXIT
           IF NAME-IS-ERASED
               MOVE WS-MASK-LAST-NAME TO LAST-NAME OF PRESIDENT
               MOVE SPACES TO FIRST-NAME OF PRESIDENT
                              MIDDLE-NAME OF PRESIDENT
               PERFORM 3400-WRITE-ERASURE-AUDIT THRU 3400-EXIT
           END-IF

           MOVE 'VP-MARKETING' TO WS-CURRENT-ELEMENT
           MOVE LAST-NAME OF VP-MARKETING  TO WS-CAND-LAST-NAME
           MOVE FIRST-NAME OF VP-MARKETING TO WS-CAND-FIRST-NAME
           PERFORM 8000-CHECK-CANDIDATE THRU 8000-EXIT
           IF NAME-IS-ERASED
               MOVE WS-MASK-LAST-NAME TO LAST-NAME OF VP-MARKETING
               MOVE SPACES TO FIRST-NAME OF VP-MARKETING
               PERFORM 3400-WRITE-ERASURE-AUDIT THRU 3400-EXIT
           END-IF

           PERFORM 3300-ERASE-ALT-CONTACT THRU 3300-EXIT
               VARYING WS-ALT-SUB FROM 1 BY 1
               UNTIL WS-ALT-SUB > ALT-CONTACT-COUNT

           IF WS-RECORD-NAMES-MASKED > ZERO
               REWRITE MAILING-RECORD
                   INVALID KEY
                       DISPLAY 'MAILERAS - REWRITE FAILED FOR: '
                                COMPANY-NAME
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
               ADD 1 TO WS-MASTER-TOUCHED
               ADD WS-RECORD-NAMES-MASKED TO WS-MASTER-MASKED
           END-IF

           PERFORM 3100-READ-MAILING-FILE THRU 3100-EXIT.

       3200-EXIT.
           EXIT.

       3300-ERASE-ALT-CONTACT.
           MOVE WS-ALT-SUB TO WS-ALT-NUMBER
           MOVE SPACES TO WS-CURRENT-ELEMENT
           STRING 'ALT-CONTACT ' WS-ALT-NUMBER
               DELIMITED BY SIZE INTO WS-CURRENT-ELEMENT
           MOVE LAST-NAME OF ALTERNATE-CONTACT (WS-ALT-SUB)
               TO WS-CAND-LAST-NAME
           MOVE FIRST-NAME OF ALTERNATE-CONTACT (WS-ALT-SUB)
               TO WS-CAND-FIRST-NAME
           PERFORM 8000-CHECK-CANDIDATE THRU 8000-EXIT
           IF NAME-IS-ERASED
               MOVE WS-MASK-LAST-NAME
                   TO LAST-NAME OF ALTERNATE-CONTACT (WS-ALT-SUB)
               MOVE SPACES
                   TO FIRST-NAME OF ALTERNATE-CONTACT (WS-ALT-SUB)
               PERFORM 3400-WRITE-ERASURE-AUDIT THRU 3400-EXIT
           END-IF.

       3300-EXIT.
           EXIT.

       3400-WRITE-ERASURE-AUDIT.
           ACCEPT WS-EA-DATE FROM DATE
           ACCEPT WS-EA-TIME FROM TIME
           MOVE ZIP                TO WS-EA-ZIP
           MOVE COMPANY-NAME       TO WS-EA-COMPANY-NAME
           MOVE WS-CURRENT-ELEMENT TO WS-EA-BEFORE-VALUE
           MOVE WS-ET-REQUEST-ID (WS-ET-MATCH) TO WS-EA-AFTER-VALUE
           WRITE AUDIT-OUT-RECORD FROM WS-ERASURE-AUDIT-ENTRY
           ADD 1 TO WS-AUDIT-ADDED.

       3400-EXIT.
           EXIT.

      *>***************************************************************
      *> 4000-COPY-ARCHIVE-FILE - MASK THE PURGED RECORD IMAGES.
      *>***************************************************************
       4000-COPY-ARCHIVE-FILE.
           OPEN INPUT  ARCHIVE-IN-FILE
                OUTPUT ARCHIVE-OUT-FILE
           MOVE 'MAILARCH' TO WS-CURRENT-FILE
           MOVE ZERO TO WS-RECORD-NUMBER
           PERFORM 4100-READ-ARCHIVE-FILE THRU 4100-EXIT
           PERFORM 4200-SCRUB-ARCHIVE-RECORD THRU 4200-EXIT
               UNTIL END-OF-ARCHIVE-FILE
           CLOSE ARCHIVE-IN-FILE
                 ARCHIVE-OUT-FILE.

       4000-EXIT.
           EXIT.

       4100-READ-ARCHIVE-FILE.
           READ ARCHIVE-IN-FILE
               AT END
                   SET END-OF-ARCHIVE-FILE TO TRUE
           END-READ.

       4100-EXIT.
           EXIT.

       4200-SCRUB-ARCHIVE-RECORD.
           ADD 1 TO WS-ARCHIVE-READ
           ADD 1 TO WS-RECORD-NUMBER
           MOVE ARC-RECORD-IMAGE TO WS-ERASE-IMAGE
           PERFORM 8200-SCRUB-RECORD-IMAGE THRU 8200-EXIT

           IF WS-RECORD-NAMES-MASKED > ZERO
               MOVE WS-ERASE-IMAGE TO ARC-RECORD-IMAGE
               ADD 1 TO WS-ARCHIVE-TOUCHED
               ADD WS-RECORD-NAMES-MASKED TO WS-ARCHIVE-MASKED
           END-IF

           WRITE ARCHIVE-OUT-RECORD FROM ARCHIVE-RECORD
           PERFORM 4100-READ-ARCHIVE-FILE THRU 4100-EXIT.

       4200-EXIT.
           EXIT.

      *>***************************************************************
      *> 5000-COPY-BACKUP-FILE - MASK THE UNLOAD'S DATA RECORDS. THE
      *>     HEADER AND TRAILER GO ACROSS UNCHANGED, SO MAILRELD STILL
      *>     BALANCES THE NEW GENERATION TO ITS TRAILER COUNT.
      *>***************************************************************
       5000-COPY-BACKUP-FILE.
           OPEN INPUT  BACKUP-IN-FILE
                OUTPUT BACKUP-OUT-FILE
           MOVE 'MAILBKUP' TO WS-CURRENT-FILE
           MOVE ZERO TO WS-RECORD-NUMBER
           PERFORM 5100-READ-BACKUP-FILE THRU 5100-EXIT
           PERFORM 5200-SCRUB-BACKUP-RECORD THRU 5200-EXIT
               UNTIL END-OF-BACKUP-FILE
           CLOSE BACKUP-IN-FILE
                 BACKUP-OUT-FILE.

       5000-EXIT.
           EXIT.

       5100-READ-BACKUP-FILE.
           READ BACKUP-IN-FILE
               AT END
                   SET END-OF-BACKUP-FILE TO TRUE
           END-READ.

       5100-EXIT.
           EXIT.

       5200-SCRUB-BACKUP-RECORD.
           ADD 1 TO WS-BACKUP-READ
           ADD 1 TO WS-RECORD-NUMBER

           IF BK-DATA-RECORD
               MOVE BK-DATA TO WS-ERASE-IMAGE
               PERFORM 8200-SCRUB-RECORD-IMAGE THRU 8200-EXIT
               IF WS-RECORD-NAMES-MASKED > ZERO
                   MOVE WS-ERASE-IMAGE TO BK-DATA
                   ADD 1 TO WS-BACKUP-TOUCHED
                   ADD WS-RECORD-NAMES-MASKED TO WS-BACKUP-MASKED
               END-IF
           END-IF

           WRITE BACKUP-OUT-RECORD FROM BACKUP-RECORD
           PERFORM 5100-READ-BACKUP-FILE THRU 5100-EXIT.

       5200-EXIT.
           EXIT.

      *>***************************************************************
      *> 6000-COPY-SUSPENSE-FILE - MASK THE NAMES ON SUSPENDED
      *>     TRANSACTIONS SO MAILMNT'S RECYCLE CANNOT BRING THEM BACK:
      *>     'A' CARRIES AN ALTERNATE CONTACT, 'V' A VP-MARKETING AND
      *>     'N' THE NEW COMPANY'S PRESIDENT AND VP-MARKETING.
      *>***************************************************************
       6000-COPY-SUSPENSE-FILE.
           OPEN INPUT  SUSPENSE-IN-FILE
                OUTPUT SUSPENSE-OUT-FILE
           MOVE 'MAILSUSI' TO WS-CURRENT-FILE
           MOVE ZERO TO WS-RECORD-NUMBER
           PERFORM 6100-READ-SUSPENSE-FILE THRU 6100-EXIT
           PERFORM 6200-SCRUB-SUSPENDED-TRANS THRU 6200-EXIT
               UNTIL END-OF-SUSPENSE-FILE
           CLOSE SUSPENSE-IN-FILE
                 SUSPENSE-OUT-FILE.

       6000-EXIT.
           EXIT.

       6100-READ-SUSPENSE-FILE.
           READ SUSPENSE-IN-FILE
               AT END
                   SET END-OF-SUSPENSE-FILE TO TRUE
           END-READ.

       6100-EXIT.
           EXIT.

       6200-SCRUB-SUSPENDED-TRANS.
           ADD 1 TO WS-SUSPENSE-READ
           ADD 1 TO WS-RECORD-NUMBER
           MOVE ZERO           TO WS-RECORD-NAMES-MASKED
           MOVE MS-TRANSACTION TO MAILING-TRANSACTION
           MOVE 'TRANS'        TO WS-CURRENT-PART
           MOVE MS-ZIP         TO WS-CAND-ZIP
           MOVE MS-COMPANY-NAME TO WS-CAND-COMPANY-NAME

           IF MT-ADD-ALT-CONTACT
               MOVE 'ALTERNATE-CONTACT' TO WS-CURRENT-ELEMENT
               MOVE MT-LAST-NAME        TO WS-CAND-LAST-NAME
               MOVE MT-FIRST-NAME       TO WS-CAND-FIRST-NAME
               PERFORM 8000-CHECK-CANDIDATE THRU 8000-EXIT
               IF NAME-IS-ERASED
                   MOVE WS-MASK-LAST-NAME TO MT-LAST-NAME
                   MOVE SPACES            TO MT-FIRST-NAME
               END-IF
           ELSE
           IF MT-UPDATE-VP-MARKETING
               MOVE 'VP-MARKETING'      TO WS-CURRENT-ELEMENT
               MOVE MT-VP-LAST-NAME     TO WS-CAND-LAST-NAME
               MOVE MT-VP-FIRST-NAME    TO WS-CAND-FIRST-NAME
               PERFORM 8000-CHECK-CANDIDATE THRU 8000-EXIT
               IF NAME-IS-ERASED
                   MOVE WS-MASK-LAST-NAME TO MT-VP-LAST-NAME
                   MOVE SPACES            TO MT-VP-FIRST-NAME
               END-IF
           ELSE
           IF MT-ADD-COMPANY
               PERFORM 6300-SCRUB-NEW-COMPANY THRU 6300-EXIT
           END-IF END-IF END-IF

           IF WS-RECORD-NAMES-MASKED > ZERO
               MOVE MAILING-TRANSACTION TO MS-TRANSACTION
               ADD 1 TO WS-SUSPENSE-TOUCHED
               ADD WS-RECORD-NAMES-MASKED TO WS-SUSPENSE-MASKED
           END-IF

           WRITE SUSPENSE-OUT-RECORD FROM SUSPENSE-RECORD
           PERFORM 6100-READ-SUSPENSE-FILE THRU 6100-EXIT.

       6200-EXIT.
           EXIT.

       6300-SCRUB-NEW-COMPANY.
           MOVE 'PRESIDENT'          TO WS-CURRENT-ELEMENT
           MOVE MT-NC-PRES-LAST-NAME  TO WS-CAND-LAST-NAME
           MOVE MT-NC-PRES-FIRST-NAME TO WS-CAND-FIRST-NAME
           PERFORM 8000-CHECK-CANDIDATE THRU 8000-EXIT
           IF NAME-IS-ERASED
               MOVE WS-MASK-LAST-NAME TO MT-NC-PRES-LAST-NAME
               MOVE SPACES            TO MT-NC-PRES-FIRST-NAME
                                         MT-NC-MIDDLE-NAME
           END-IF

           MOVE 'VP-MARKETING'       TO WS-CURRENT-ELEMENT
           MOVE MT-NC-VP-LAST-NAME   TO WS-CAND-LAST-NAME
           MOVE MT-NC-VP-FIRST-NAME  TO WS-CAND-FIRST-NAME
           PERFORM 8000-CHECK-CANDIDATE THRU 8000-EXIT
           IF NAME-IS-ERASED
               MOVE WS-MASK-LAST-NAME TO MT-NC-VP-LAST-NAME
               MOVE SPACES            TO MT-NC-VP-FIRST-NAME
           END-IF.

       6300-EXIT.
           EXIT.

      *>***************************************************************
      *> 7000-TERMINATE - ADD THE NEW REQUESTS TO THE REGISTRY, PRINT
      *>     THE TOTALS AND SIGN-OFF BLOCK, AND STAMP THE RUN-CONTROL
      *>     FILE FOR THE NEXT STEP'S BALCHECK.
      *>***************************************************************
       7000-TERMINATE.
           OPEN EXTEND ERASURE-LOG-FILE
           PERFORM 7100-LOG-NEW-REQUEST THRU 7100-EXIT
               VARYING WS-ET-SUB FROM 1 BY 1
               UNTIL WS-ET-SUB > WS-ET-USED
           CLOSE ERASURE-LOG-FILE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-FILE-HEADING
           MOVE 'MAILMSTR'         TO FLL-FILE
           MOVE 'IN PLACE'         TO FLL-NEW-GENERATION
           MOVE WS-MASTER-READ     TO FLL-READ
           MOVE WS-MASTER-TOUCHED  TO FLL-TOUCHED
           MOVE WS-MASTER-MASKED   TO FLL-MASKED
           WRITE RPT-LINE FROM WS-FILE-LINE
           MOVE 'MAILAUDT'         TO FLL-FILE
           MOVE 'MAILAUDO'         TO FLL-NEW-GENERATION
           MOVE WS-AUDIT-READ      TO FLL-READ
           MOVE WS-AUDIT-TOUCHED   TO FLL-TOUCHED
           MOVE WS-AUDIT-MASKED    TO FLL-MASKED
           WRITE RPT-LINE FROM WS-FILE-LINE
           MOVE 'MAILARCH'         TO FLL-FILE
           MOVE 'MAILARCO'         TO FLL-NEW-GENERATION
           MOVE WS-ARCHIVE-READ    TO FLL-READ
           MOVE WS-ARCHIVE-TOUCHED TO FLL-TOUCHED
           MOVE WS-ARCHIVE-MASKED  TO FLL-MASKED
           WRITE RPT-LINE FROM WS-FILE-LINE
           MOVE 'MAILBKUP'         TO FLL-FILE
           MOVE 'MAILBKUO'         TO FLL-NEW-GENERATION
           MOVE WS-BACKUP-READ     TO FLL-READ
           MOVE WS-BACKUP-TOUCHED  TO FLL-TOUCHED
           MOVE WS-BACKUP-MASKED   TO FLL-MASKED
           WRITE RPT-LINE FROM WS-FILE-LINE
           MOVE 'MAILSUSI'          TO FLL-FILE
           MOVE 'MAILSUSO'          TO FLL-NEW-GENERATION
           MOVE WS-SUSPENSE-READ    TO FLL-READ
           MOVE WS-SUSPENSE-TOUCHED TO FLL-TOUCHED
           MOVE WS-SUSPENSE-MASKED  TO FLL-MASKED
           WRITE RPT-LINE FROM WS-FILE-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ERASED-CONTACT ENTRIES. .' TO TOT-LABEL
           MOVE WS-AUDIT-ADDED              TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-REQUEST-TOTAL-HEADING
           PERFORM 7200-PRINT-REQUEST-TOTAL THRU 7200-EXIT
               VARYING WS-ET-SUB FROM 1 BY 1
               UNTIL WS-ET-SUB > WS-ET-USED

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-SIGNOFF-LINE-1
           WRITE RPT-LINE FROM WS-SIGNOFF-LINE-2
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-SIGNOFF-LINE-3
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-SIGNOFF-LINE-4
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-SIGNOFF-LINE-5
           CLOSE CERTIFICATE-REPORT

           COMPUTE WS-TOTAL-MASKED = WS-MASTER-MASKED
                                   + WS-AUDIT-MASKED
                                   + WS-ARCHIVE-MASKED
                                   + WS-BACKUP-MASKED
                                   + WS-SUSPENSE-MASKED
           DISPLAY 'MAILERAS - REQUESTS ACCEPTED: '
                    WS-REQUESTS-ACCEPTED
           DISPLAY 'MAILERAS - REQUESTS REJECTED: '
                    WS-REQUESTS-REJECTED
           DISPLAY 'MAILERAS - NAMES MASKED:      ' WS-TOTAL-MASKED

           PERFORM 9400-COMPUTE-MASTER-TOTALS THRU 9400-EXIT
           PERFORM 9500-WRITE-RUN-CONTROL THRU 9500-EXIT.

       7000-EXIT.
           EXIT.

       7100-LOG-NEW-REQUEST.
           IF WS-ET-NEW-REQUEST (WS-ET-SUB)
               MOVE WS-ET-REQUEST-ID (WS-ET-SUB)    TO EL-REQUEST-ID
               MOVE WS-ET-REQUEST-DATE (WS-ET-SUB)  TO EL-REQUEST-DATE
               MOVE WS-RUN-DATE                     TO EL-ERASED-DATE
               MOVE WS-ET-LAST-NAME (WS-ET-SUB)     TO EL-LAST-NAME
               MOVE WS-ET-FIRST-NAME (WS-ET-SUB)    TO EL-FIRST-NAME
               MOVE WS-ET-SCOPE-ZIP (WS-ET-SUB)     TO EL-SCOPE-ZIP
               MOVE WS-ET-SCOPE-COMPANY (WS-ET-SUB)
                   TO EL-SCOPE-COMPANY
               MOVE WS-ET-MASKED (WS-ET-SUB)        TO EL-NAMES-MASKED
               WRITE ERASURE-LOG-RECORD
           END-IF.

       7100-EXIT.
           EXIT.

       7200-PRINT-REQUEST-TOTAL.
           MOVE WS-ET-REQUEST-ID (WS-ET-SUB) TO RTL-REQUEST-ID
           MOVE WS-ET-MASKED (WS-ET-SUB)     TO RTL-MASKED
           IF WS-ET-NEW-REQUEST (WS-ET-SUB)
               IF WS-ET-MASKED (WS-ET-SUB) = ZERO
                   MOVE 'NEW - NAME NOT FOUND' TO RTL-NOTE
               ELSE
                   MOVE 'NEW'                  TO RTL-NOTE
               END-IF
           ELSE
               MOVE 'ON REGISTRY'              TO RTL-NOTE
           END-IF
           IF WS-ET-NEW-REQUEST (WS-ET-SUB)
           OR WS-ET-MASKED (WS-ET-SUB) > ZERO
               WRITE RPT-LINE FROM WS-REQUEST-TOTAL-LINE
           END-IF.

       7200-EXIT.
           EXIT.

      *>***************************************************************
      *> 8000-CHECK-CANDIDATE - IS THE CANDIDATE NAME ON THE REGISTRY
      *>     FOR THIS RECORD'S ZIP AND COMPANY? A BLANK OR ALREADY
      *>     MASKED NAME NEVER MATCHES. A MATCH IS COUNTED AGAINST ITS
      *>     REQUEST AND LISTED ON THE CERTIFICATE; THE CALLER MASKS.
      *>     THE STORED KEY IS RESOLVED ONLY WHEN A REQUEST NAMES THE
      *>     PERSON AND ITS SCOPE IS NOT MET BY THE STORED KEY.
      *>***************************************************************
       8000-CHECK-CANDIDATE.
           MOVE 'N'  TO WS-MATCH-SWITCH
           MOVE 'N'  TO WS-RESOLVED-SWITCH
           MOVE ZERO TO WS-ET-MATCH
           MOVE WS-CAND-COMPANY-NAME TO WS-CAND-STORED-COMPANY
           MOVE FUNCTION UPPER-CASE (WS-CAND-LAST-NAME)
               TO WS-CAND-LAST-NAME
           MOVE FUNCTION UPPER-CASE (WS-CAND-FIRST-NAME)
               TO WS-CAND-FIRST-NAME
           MOVE FUNCTION UPPER-CASE (WS-CAND-COMPANY-NAME)
               TO WS-CAND-COMPANY-NAME

           IF WS-CAND-LAST-NAME NOT = SPACES
           AND WS-CAND-LAST-NAME NOT = WS-MASK-LAST-NAME
               PERFORM 8010-COMPARE-ONE-ENTRY THRU 8010-EXIT
                   VARYING WS-ET-SUB FROM 1 BY 1
                   UNTIL WS-ET-SUB > WS-ET-USED
                      OR NAME-IS-ERASED
           END-IF

           IF NAME-IS-ERASED
               ADD 1 TO WS-ET-MASKED (WS-ET-MATCH)
               ADD 1 TO WS-RECORD-NAMES-MASKED
               PERFORM 8100-WRITE-DETAIL-LINE THRU 8100-EXIT
           END-IF.

       8000-EXIT.
           EXIT.

       8010-COMPARE-ONE-ENTRY.
           IF WS-ET-LAST-NAME (WS-ET-SUB) = WS-CAND-LAST-NAME
           AND WS-ET-FIRST-NAME (WS-ET-SUB) = WS-CAND-FIRST-NAME
               IF (WS-ET-SCOPE-ZIP (WS-ET-SUB) = SPACES
                   OR WS-ET-SCOPE-ZIP (WS-ET-SUB) = WS-CAND-ZIP)
               AND (WS-ET-SCOPE-COMPANY (WS-ET-SUB) = SPACES
                   OR WS-ET-SCOPE-COMPANY (WS-ET-SUB)
                      = WS-CAND-COMPANY-NAME)
                   SET NAME-IS-ERASED TO TRUE
                   MOVE WS-ET-SUB TO WS-ET-MATCH
               ELSE
                   IF NOT CANDIDATE-KEY-RESOLVED
                       PERFORM 8020-RESOLVE-CANDIDATE-KEY
                           THRU 8020-EXIT
                   END-IF
                   IF (WS-ET-SCOPE-ZIP (WS-ET-SUB) = SPACES
                       OR WS-ET-SCOPE-ZIP (WS-ET-SUB)
                          = WS-CAND-CURRENT-ZIP)
                   AND (WS-ET-SCOPE-COMPANY (WS-ET-SUB) = SPACES
                       OR WS-ET-SCOPE-COMPANY (WS-ET-SUB)
                          = WS-CAND-CURRENT-COMPANY)
                       SET NAME-IS-ERASED TO TRUE
                       MOVE WS-ET-SUB TO WS-ET-MATCH
                   END-IF
               END-IF
           END-IF.

       8010-EXIT.
           EXIT.

      *>***************************************************************
      *> 8020-RESOLVE-CANDIDATE-KEY - FOLLOW THE IMAGE'S STORED KEY
      *>     THROUGH THE CROSS-REFERENCE, IN THE ORDER THE MOVES WERE
      *>     MADE, TO THE KEY THE COMPANY HAS NOW. A KEY THAT NEVER
      *>     MOVED RESOLVES TO ITSELF. DONE AT MOST ONCE PER CANDIDATE.
      *>***************************************************************
       8020-RESOLVE-CANDIDATE-KEY.
           MOVE WS-CAND-ZIP            TO WS-CAND-CURRENT-ZIP
           MOVE WS-CAND-STORED-COMPANY TO WS-CAND-CURRENT-COMPANY
           MOVE 1 TO WS-KX-START
           SET XREF-ENTRY-FOUND TO TRUE
           PERFORM 8030-FOLLOW-ONE-MOVE THRU 8030-EXIT
               UNTIL NOT XREF-ENTRY-FOUND
           MOVE FUNCTION UPPER-CASE (WS-CAND-CURRENT-COMPANY)
               TO WS-CAND-CURRENT-COMPANY
           SET CANDIDATE-KEY-RESOLVED TO TRUE.

       8020-EXIT.
           EXIT.

       8030-FOLLOW-ONE-MOVE.
           MOVE 'N' TO WS-XREF-FOUND-SWITCH
           PERFORM 8040-TEST-ONE-XREF-ENTRY THRU 8040-EXIT
               VARYING WS-KX-SUB FROM WS-KX-START BY 1
               UNTIL WS-KX-SUB > WS-KX-USED
                  OR XREF-ENTRY-FOUND
           MOVE WS-KX-SUB TO WS-KX-START.

       8030-EXIT.
           EXIT.

       8040-TEST-ONE-XREF-ENTRY.
           IF WS-KX-OLD-ZIP (WS-KX-SUB) = WS-CAND-CURRENT-ZIP
           AND WS-KX-OLD-NAME (WS-KX-SUB) = WS-CAND-CURRENT-COMPANY
               SET XREF-ENTRY-FOUND TO TRUE
               MOVE WS-KX-NEW-ZIP (WS-KX-SUB)
                   TO WS-CAND-CURRENT-ZIP
               MOVE WS-KX-NEW-NAME (WS-KX-SUB)
                   TO WS-CAND-CURRENT-COMPANY
           END-IF.

       8040-EXIT.
           EXIT.

       8100-WRITE-DETAIL-LINE.
           MOVE WS-CURRENT-FILE      TO DTL-FILE
           MOVE WS-RECORD-NUMBER     TO DTL-RECORD-NUMBER
           MOVE WS-CAND-ZIP          TO DTL-ZIP
           MOVE WS-CAND-COMPANY-NAME TO DTL-COMPANY-NAME
           MOVE WS-CURRENT-ELEMENT   TO DTL-ELEMENT
           MOVE WS-CURRENT-PART      TO DTL-PART
           MOVE WS-ET-REQUEST-ID (WS-ET-MATCH) TO DTL-REQUEST-ID
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

       8100-EXIT.
           EXIT.

      *>***************************************************************
      *> 8200-SCRUB-RECORD-IMAGE - MASK THE CONTACTS ON AN ARCHIVED OR
      *>     UNLOADED MAILING-RECORD IMAGE (WS-ERASE-IMAGE).
      *>***************************************************************
       8200-SCRUB-RECORD-IMAGE.
           MOVE ZERO               TO WS-RECORD-NAMES-MASKED
           MOVE SPACES             TO WS-CURRENT-PART
           MOVE WS-EI-ZIP          TO WS-CAND-ZIP
           MOVE WS-EI-COMPANY-NAME TO WS-CAND-COMPANY-NAME

           MOVE 'PRESIDENT'        TO WS-CURRENT-ELEMENT
           MOVE WS-EI-PRES-LAST-NAME  TO WS-CAND-LAST-NAME
           MOVE WS-EI-PRES-FIRST-NAME TO WS-CAND-FIRST-NAME
           PERFORM 8000-CHECK-CANDIDATE THRU 8000-EXIT
           IF NAME-IS-ERASED
               MOVE WS-MASK-LAST-NAME TO WS-EI-PRES-LAST-NAME
               MOVE SPACES TO WS-EI-PRES-FIRST-NAME
                              WS-EI-PRES-MIDDLE-NAME
           END-IF

           MOVE 'VP-MARKETING'     TO WS-CURRENT-ELEMENT
           MOVE WS-EI-VP-LAST-NAME    TO WS-CAND-LAST-NAME
           MOVE WS-EI-VP-FIRST-NAME   TO WS-CAND-FIRST-NAME
           PERFORM 8000-CHECK-CANDIDATE THRU 8000-EXIT
           IF NAME-IS-ERASED
               MOVE WS-MASK-LAST-NAME TO WS-EI-VP-LAST-NAME
               MOVE SPACES TO WS-EI-VP-FIRST-NAME
           END-IF

           MOVE WS-EI-ALT-COUNT TO WS-EI-ALT-LIMIT
           IF WS-EI-ALT-COUNT > 4
               MOVE 4 TO WS-EI-ALT-LIMIT
           END-IF
           PERFORM 8210-SCRUB-IMAGE-ALT-CONTACT THRU 8210-EXIT
               VARYING WS-ALT-SUB FROM 1 BY 1
               UNTIL WS-ALT-SUB > WS-EI-ALT-LIMIT.

       8200-EXIT.
           EXIT.

       8210-SCRUB-IMAGE-ALT-CONTACT.
           MOVE WS-ALT-SUB TO WS-ALT-NUMBER
           MOVE SPACES TO WS-CURRENT-ELEMENT
           STRING 'ALT-CONTACT ' WS-ALT-NUMBER
               DELIMITED BY SIZE INTO WS-CURRENT-ELEMENT
           MOVE WS-EI-ALT-LAST-NAME (WS-ALT-SUB)  TO WS-CAND-LAST-NAME
           MOVE WS-EI-ALT-FIRST-NAME (WS-ALT-SUB) TO WS-CAND-FIRST-NAME
           PERFORM 8000-CHECK-CANDIDATE THRU 8000-EXIT
           IF NAME-IS-ERASED
               MOVE WS-MASK-LAST-NAME
                   TO WS-EI-ALT-LAST-NAME (WS-ALT-SUB)
               MOVE SPACES TO WS-EI-ALT-FIRST-NAME (WS-ALT-SUB)
           END-IF.

       8210-EXIT.
           EXIT.

      *>***************************************************************
      *> 9400-COMPUTE-MASTER-TOTALS - RE-READ THE CLOSED MASTER FRONT
      *>     TO BACK FOR ITS CLOSING RECORD COUNT AND BALANCE HASH;
      *>     BALCHECK VERIFIES THESE AT THE HEAD OF THE NEXT STEP.
      *>***************************************************************
       9400-COMPUTE-MASTER-TOTALS.
           MOVE '00' TO WS-MAILING-FILE-STATUS
           OPEN INPUT MAILING-FILE
           IF WS-MAILING-FILE-STATUS NOT = '00'
               DISPLAY 'MAILERAS - RUN-CONTROL SCAN OPEN FAILED, '
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
           READ MAILING-FILE
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
           MOVE 'MAILERAS'   TO RC-PROGRAM-ID
           ACCEPT RC-DATE FROM DATE
           ACCEPT RC-TIME FROM TIME
           MOVE WS-MASTER-READ TO RC-RECORDS-READ
           MOVE WS-MASTER-TOUCHED TO RC-RECORDS-WRITTEN
           MOVE WS-REQUESTS-REJECTED TO RC-RECORDS-REJECTED
           MOVE WS-MASTER-COUNT TO RC-MASTER-COUNT
           MOVE WS-BALANCE-HASH TO RC-BALANCE-HASH
           MOVE ZERO TO RC-POSTAGE-COST
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       9500-EXIT.
           EXIT.
