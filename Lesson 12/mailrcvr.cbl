      *>   NO MASTER   - the record is gone (purged or merged away
      *>                 since), nothing to apply it to
      *>   TABLE FULL  - an ALTERNATE-CONTACT add with no room left
      *>   ERASED      - a name on the erasure registry (ERASLOG,
      *>                 kept by MAILERAS); never put back. A scoped
      *>                 request is met by the entry's own key or by
      *>                 the key the company has now, followed
      *>                 through the key cross-reference (KEYXREF)
      *>   NOT DONE    - an image this run cannot reapply (see below)
      *> Replay notes, field by field:
      *>   ZIP          the audit entry's AUD-ZIP is the new key and
      *>                name characters on the audit image, so the
      *>                delete cannot be retargeted reliably - NOT
      *>                DONE, listed for manual follow-up
      *>   NEW-COMPANY  a MAILMNT add is logged field by field, not as
      *>                a whole record, so a company added after the
      *>                unload cannot be rebuilt from the trail - NOT
      *>                DONE; its address, postal code and balance
      *>                entries follow as NO MASTER, and the add must
      *>                be re-keyed through MAILMNT
      *>   COUNTRY-CODE, POSTAL-CODE  written by MAILMNT's add only,
      *>                so they are reapplied only where the company
      *>                is already on the reloaded master
      *>   ERASED-CONTACT  MAILERAS's mask of an erased contact; the
      *>                after-value is the request ID, and every
      *>                contact on the record carrying that request's
      *>                name is masked again
      *>
      *> MODIFICATION HISTORY
      *>   09/02/2026  DK   Original audit-trail forward recovery.
      *>                    reported PURGED but left on the master.
      *>                    The delete is now reapplied as the
      *>                    banner always said it was.
      *>   10/15/2026  DK   Loads the erasure registry (ERASLOG).
      *>                    A VP-MARKETING or ALTERNATE-CONTACT
      *>                    image naming an erased person is listed
      *>                    ERASED and not replayed, and MAILERAS's
      *>                    ERASED-CONTACT entries are replayed as
      *>                    masks, so a reload from an older backup
      *>                    or audit generation cannot bring an
      *>                    erased name back.
      *>   10/15/2026  DK   An entry written before a CASS/NCOA move
      *>                    or a 'G' merge carries the old key, so a
      *>                    request scoped to the company's current
      *>                    key did not stop its name being replayed.
      *>                    KEYXREF is now loaded and the scope tested
      *>                    against the entry's key and its current
      *>                    key both, as MAILERAS does.
      *>   10/15/2026  DK   A NEW-COMPANY entry went to the keyed
      *>                    replay and was listed NO MASTER, as if
      *>                    the company had since been purged. It is
      *>                    now listed NOT DONE, to be re-keyed, and
      *>                    the add's COUNTRY-CODE and POSTAL-CODE
      *>                    entries are replayed like the other
      *>                    address fields.
      *>***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MAILRCVR.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL ERASURE-LOG-FILE ASSIGN TO ERASLOG
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL KEY-XREF-FILE ASSIGN TO KEYXREF
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "runctl.cpy".

       FD  ERASURE-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "eraslog.cpy".

       FD  KEY-XREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "keyxref.cpy".

       WORKING-STORAGE SECTION.
       01  WS-MAILING-FILE-STATUS       PIC XX      VALUE '00'.

               88  END-OF-BACKUP-FILE               VALUE 'Y'.
           05  WS-AUDIT-EOF-SWITCH      PIC X       VALUE 'N'.
               88  END-OF-AUDIT-FILE                VALUE 'Y'.
           05  WS-ERASURE-EOF-SWITCH    PIC X       VALUE 'N'.
               88  END-OF-ERASURE-LOG               VALUE 'Y'.
           05  WS-ERASED-SWITCH         PIC X       VALUE 'N'.
               88  NAME-IS-ERASED                   VALUE 'Y'.
           05  WS-XREF-EOF-SWITCH       PIC X       VALUE 'N'.
               88  END-OF-XREF-FILE                 VALUE 'Y'.
           05  WS-XREF-FOUND-SWITCH     PIC X       VALUE 'N'.
               88  XREF-ENTRY-FOUND                 VALUE 'Y'.

       01  WS-UNLOAD-STAMP.
           05  WS-UNLOAD-DATE           PIC 9(6)    VALUE ZERO.
           05  WS-ENTRIES-BEFORE-UNLOAD PIC 9(7)    VALUE ZERO COMP.
           05  WS-ENTRIES-REPLAYED      PIC 9(7)    VALUE ZERO COMP.
           05  WS-ENTRIES-NOT-APPLIED   PIC 9(7)    VALUE ZERO COMP.
           05  WS-ENTRIES-ERASED        PIC 9(7)    VALUE ZERO COMP.

       01  WS-ACTION                    PIC X(12).

       01  WS-ERASURE-TABLE.
           05  WS-ET-USED               PIC 9(3)    COMP VALUE ZERO.
           05  WS-ET-ENTRY              OCCURS 500 TIMES.
               10  WS-ET-REQUEST-ID     PIC X(8).
               10  WS-ET-LAST-NAME      PIC X(15).
               10  WS-ET-FIRST-NAME     PIC X(8).
               10  WS-ET-SCOPE-ZIP      PIC X(5).
               10  WS-ET-SCOPE-COMPANY  PIC X(30).

       01  WS-ET-SUB                    PIC 9(3)    COMP.
       01  WS-ET-MATCH                  PIC 9(3)    COMP.
       01  WS-ALT-SUB                   PIC 9       COMP.
       01  WS-MASK-LAST-NAME            PIC X(15)   VALUE 'ERASED'.

       01  WS-ERASURE-CANDIDATE.
           05  WS-EC-LAST-NAME          PIC X(15).
           05  WS-EC-FIRST-NAME         PIC X(8).
           05  WS-EC-ZIP                PIC X(5).
           05  WS-EC-COMPANY-NAME       PIC X(30).
           05  WS-EC-CURRENT-ZIP        PIC X(5).
           05  WS-EC-CURRENT-COMPANY    PIC X(30).

       01  WS-KEY-XREF-TABLE.
           05  WS-KX-USED               PIC 9(4)    COMP VALUE ZERO.
           05  WS-KX-ENTRY              OCCURS 5000 TIMES.
               10  WS-KX-OLD-ZIP        PIC X(5).
               10  WS-KX-OLD-NAME       PIC X(30).
               10  WS-KX-NEW-ZIP        PIC X(5).
               10  WS-KX-NEW-NAME       PIC X(30).

       01  WS-KX-SUB                    PIC 9(4)    COMP.
       01  WS-KX-START                  PIC 9(4)    COMP.

       01  WS-RUN-CONTROL-TOTALS.
           05  WS-MASTER-COUNT          PIC 9(7)    VALUE ZERO COMP.
           05  WS-BALANCE-HASH          PIC S9(13)V99
               'NOT APPLIED . . . . . . .'.
           05  TOT-NOT-APPLIED          PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-5.
           05  FILLER                   PIC X(25)   VALUE
               'ERASED, NOT REPLAYED  . .'.
           05  TOT-ERASED               PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE BK-UNLOAD-TIME TO WS-UNLOAD-TIME
           CLOSE BACKUP-FILE

           PERFORM 1200-LOAD-ERASURE-LOG THRU 1200-EXIT
           PERFORM 1300-LOAD-KEY-XREF-TABLE THRU 1300-EXIT

           OPEN I-O    MAILING-FILE
                INPUT  AUDIT-FILE
                OUTPUT RECOVERY-REPORT
       1100-EXIT.
           EXIT.

      *>***************************************************************
      *> 1200-LOAD-ERASURE-LOG - EVERY NAME MAILERAS HAS ERASED. A
      *>     FULL TABLE STOPS THE RUN RATHER THAN REPLAY A NAME THAT
      *>     DID NOT FIT.
      *>***************************************************************
       1200-LOAD-ERASURE-LOG.
           OPEN INPUT ERASURE-LOG-FILE
           PERFORM 1210-READ-ERASURE-LOG THRU 1210-EXIT
           PERFORM 1220-STORE-ERASED-NAME THRU 1220-EXIT
               UNTIL END-OF-ERASURE-LOG
           CLOSE ERASURE-LOG-FILE

           DISPLAY 'MAILRCVR - ERASED NAMES LOADED: ' WS-ET-USED.

       1200-EXIT.
           EXIT.

       1210-READ-ERASURE-LOG.
           READ ERASURE-LOG-FILE
               AT END
                   SET END-OF-ERASURE-LOG TO TRUE
           END-READ.

       1210-EXIT.
           EXIT.

       1220-STORE-ERASED-NAME.
           IF WS-ET-USED < 500
               ADD 1 TO WS-ET-USED
               MOVE EL-REQUEST-ID    TO WS-ET-REQUEST-ID (WS-ET-USED)
               MOVE EL-LAST-NAME     TO WS-ET-LAST-NAME (WS-ET-USED)
               MOVE EL-FIRST-NAME    TO WS-ET-FIRST-NAME (WS-ET-USED)
               MOVE EL-SCOPE-ZIP     TO WS-ET-SCOPE-ZIP (WS-ET-USED)
               MOVE EL-SCOPE-COMPANY
                   TO WS-ET-SCOPE-COMPANY (WS-ET-USED)
           ELSE
               DISPLAY 'MAILRCVR - ERASURE TABLE FULL, RECOVERY '
                       'ABANDONED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1210-READ-ERASURE-LOG THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      *>***************************************************************
      *> 1300-LOAD-KEY-XREF-TABLE - EVERY KEY CHANGE EVER MADE, IN THE
      *>     ORDER MADE, FOR THE ERASURE SCOPE TEST. A FULL TABLE
      *>     STOPS THE RUN FOR THE SAME REASON A FULL ERASURE TABLE
      *>     DOES.
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
               DISPLAY 'MAILRCVR - KEY CROSS-REFERENCE TABLE FULL, '
                       'RECOVERY ABANDONED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1310-READ-KEY-XREF-FILE THRU 1310-EXIT.

       1320-EXIT.
           EXIT.

      *>***************************************************************
      *> 2000-REPLAY-ONE-ENTRY - AN ENTRY STAMPED ON OR BEFORE THE
      *>     UNLOAD IS ALREADY IN THE RELOADED MASTER AND IS SKIPPED

      *>***************************************************************
      *> 2200-APPLY-AFTER-IMAGE - DISPATCH ON THE AUDITED FIELD. THE
      *>     ZIP KEY CHANGE IS HANDLED APART, AND THE TRUNCATED MERGE
      *>     KEY AND A NEW COMPANY ARE LISTED NOT DONE; EVERYTHING
      *>     ELSE IS A KEYED READ OF AUD-ZIP AND AUD-COMPANY-NAME
      *>     FOLLOWED BY A FIELD MOVE AND REWRITE.
      *>***************************************************************
       2200-APPLY-AFTER-IMAGE.
           IF AUD-FIELD-NAME = 'ZIP'
               PERFORM 2400-REPLAY-ZIP-CHANGE THRU 2400-EXIT
           ELSE
               IF AUD-FIELD-NAME = 'MERGE-RETIRED-KEY'
                                OR 'NEW-COMPANY'
                   MOVE 'NOT DONE    ' TO WS-ACTION
                   ADD 1 TO WS-ENTRIES-NOT-APPLIED
               ELSE
           EXIT.

       2300-REPLAY-KEYED-FIELD.
           MOVE 'N' TO WS-ERASED-SWITCH
           IF AUD-FIELD-NAME = 'VP-MARKETING'
                            OR 'ALTERNATE-CONTACT'
               PERFORM 2310-CHECK-ERASED-IMAGE THRU 2310-EXIT
           END-IF

           IF NAME-IS-ERASED
               MOVE 'ERASED      ' TO WS-ACTION
               ADD 1 TO WS-ENTRIES-ERASED
           ELSE
               MOVE AUD-ZIP          TO ZIP
               MOVE AUD-COMPANY-NAME TO COMPANY-NAME
               READ MAILING-FILE
                   INVALID KEY
                       MOVE 'NO MASTER   ' TO WS-ACTION
                       ADD 1 TO WS-ENTRIES-NOT-APPLIED
                   NOT INVALID KEY
                       PERFORM 2350-MOVE-FIELD-AND-REWRITE
                           THRU 2350-EXIT
               END-READ
           END-IF.

       2300-EXIT.
           EXIT.

      *>***************************************************************
      *> 2310-CHECK-ERASED-IMAGE - IS THE NAME ON THIS AFTER-IMAGE ON
      *>     THE ERASURE REGISTRY FOR THIS ZIP AND COMPANY, OR FOR THE
      *>     KEY THE COMPANY HAS MOVED TO SINCE?
      *>***************************************************************
       2310-CHECK-ERASED-IMAGE.
           MOVE FUNCTION UPPER-CASE (AUD-AFTER-VALUE (10:15))
               TO WS-EC-LAST-NAME
           MOVE FUNCTION UPPER-CASE (AUD-AFTER-VALUE (1:8))
               TO WS-EC-FIRST-NAME
           MOVE AUD-ZIP TO WS-EC-ZIP
           MOVE AUD-COMPANY-NAME TO WS-EC-COMPANY-NAME
           PERFORM 2330-RESOLVE-ENTRY-KEY THRU 2330-EXIT
           MOVE FUNCTION UPPER-CASE (WS-EC-CURRENT-COMPANY)
               TO WS-EC-CURRENT-COMPANY
           MOVE FUNCTION UPPER-CASE (AUD-COMPANY-NAME)
               TO WS-EC-COMPANY-NAME
           IF WS-EC-LAST-NAME NOT = SPACES
           AND WS-EC-LAST-NAME NOT = WS-MASK-LAST-NAME
               PERFORM 2320-COMPARE-ERASED-NAME THRU 2320-EXIT
                   VARYING WS-ET-SUB FROM 1 BY 1
                   UNTIL WS-ET-SUB > WS-ET-USED
                      OR NAME-IS-ERASED
           END-IF.

       2310-EXIT.
           EXIT.

       2320-COMPARE-ERASED-NAME.
           IF WS-ET-LAST-NAME (WS-ET-SUB) = WS-EC-LAST-NAME
           AND WS-ET-FIRST-NAME (WS-ET-SUB) = WS-EC-FIRST-NAME
               IF (WS-ET-SCOPE-ZIP (WS-ET-SUB) = SPACES
                   OR WS-ET-SCOPE-ZIP (WS-ET-SUB) = WS-EC-ZIP)
               AND (WS-ET-SCOPE-COMPANY (WS-ET-SUB) = SPACES
                   OR WS-ET-SCOPE-COMPANY (WS-ET-SUB)
                      = WS-EC-COMPANY-NAME)
                   SET NAME-IS-ERASED TO TRUE
               ELSE
               IF (WS-ET-SCOPE-ZIP (WS-ET-SUB) = SPACES
                   OR WS-ET-SCOPE-ZIP (WS-ET-SUB) = WS-EC-CURRENT-ZIP)
               AND (WS-ET-SCOPE-COMPANY (WS-ET-SUB) = SPACES
                   OR WS-ET-SCOPE-COMPANY (WS-ET-SUB)
                      = WS-EC-CURRENT-COMPANY)
                   SET NAME-IS-ERASED TO TRUE
               END-IF
               END-IF
           END-IF.

       2320-EXIT.
           EXIT.

      *>***************************************************************
      *> 2330-RESOLVE-ENTRY-KEY - FOLLOW THE ENTRY'S KEY THROUGH THE
      *>     CROSS-REFERENCE, IN THE ORDER THE MOVES WERE MADE, TO THE
      *>     KEY THE COMPANY HAS NOW.
      *>***************************************************************
       2330-RESOLVE-ENTRY-KEY.
           MOVE WS-EC-ZIP          TO WS-EC-CURRENT-ZIP
           MOVE WS-EC-COMPANY-NAME TO WS-EC-CURRENT-COMPANY
           MOVE 1 TO WS-KX-START
           SET XREF-ENTRY-FOUND TO TRUE
           PERFORM 2335-FOLLOW-ONE-MOVE THRU 2335-EXIT
               UNTIL NOT XREF-ENTRY-FOUND.

       2330-EXIT.
           EXIT.

       2335-FOLLOW-ONE-MOVE.
           MOVE 'N' TO WS-XREF-FOUND-SWITCH
           PERFORM 2340-TEST-ONE-XREF-ENTRY THRU 2340-EXIT
               VARYING WS-KX-SUB FROM WS-KX-START BY 1
               UNTIL WS-KX-SUB > WS-KX-USED
                  OR XREF-ENTRY-FOUND
           MOVE WS-KX-SUB TO WS-KX-START.

       2335-EXIT.
           EXIT.

       2340-TEST-ONE-XREF-ENTRY.
           IF WS-KX-OLD-ZIP (WS-KX-SUB) = WS-EC-CURRENT-ZIP
           AND WS-KX-OLD-NAME (WS-KX-SUB) = WS-EC-CURRENT-COMPANY
               SET XREF-ENTRY-FOUND TO TRUE
               MOVE WS-KX-NEW-ZIP (WS-KX-SUB)  TO WS-EC-CURRENT-ZIP
               MOVE WS-KX-NEW-NAME (WS-KX-SUB) TO WS-EC-CURRENT-COMPANY
           END-IF.

       2340-EXIT.
           EXIT.

       2350-MOVE-FIELD-AND-REWRITE.
           MOVE 'REPLAYED    ' TO WS-ACTION

               MOVE AUD-AFTER-VALUE (1:10) TO ZIP-PLUS-9
               MOVE AUD-DATE               TO CERTIFIED-DATE
           ELSE
           IF AUD-FIELD-NAME = 'COUNTRY-CODE'
               MOVE AUD-AFTER-VALUE (1:2) TO COUNTRY-CODE
           ELSE
           IF AUD-FIELD-NAME = 'POSTAL-CODE'
               MOVE AUD-AFTER-VALUE (1:10) TO POSTAL-CODE
           ELSE
           IF AUD-FIELD-NAME = 'VP-MARKETING'
               MOVE AUD-AFTER-VALUE (1:8)
                   TO FIRST-NAME OF VP-MARKETING
           IF AUD-FIELD-NAME = 'RESPONSE-TOTAL'
               COMPUTE RESPONSE-TOTAL =
                   FUNCTION NUMVAL (AUD-AFTER-VALUE)
           ELSE
           IF AUD-FIELD-NAME = 'ERASED-CONTACT'
               PERFORM 2365-REPLAY-ERASURE THRU 2365-EXIT
           ELSE
               MOVE 'NOT DONE    ' TO WS-ACTION
           END-IF END-IF END-IF END-IF END-IF END-IF
           END-IF END-IF END-IF END-IF END-IF END-IF
           END-IF END-IF END-IF

           IF WS-ACTION = 'REPLAYED    ' OR 'PURGED      '
               PERFORM 2380-REWRITE-OR-DELETE THRU 2380-EXIT
       2360-EXIT.
           EXIT.

      *>***************************************************************
      *> 2365-REPLAY-ERASURE - FIND THE REQUEST NAMED ON THE ENTRY AND
      *>     MASK EVERY CONTACT ON THE RECORD CARRYING ITS NAME, AS
      *>     MAILERAS DID. A REQUEST MISSING FROM THE REGISTRY CANNOT
      *>     BE REAPPLIED AND IS LISTED NOT DONE.
      *>***************************************************************
       2365-REPLAY-ERASURE.
           MOVE ZERO TO WS-ET-MATCH
           PERFORM 2366-FIND-ERASURE-REQUEST THRU 2366-EXIT
               VARYING WS-ET-SUB FROM 1 BY 1
               UNTIL WS-ET-SUB > WS-ET-USED
                  OR WS-ET-MATCH > ZERO

           IF WS-ET-MATCH = ZERO
               MOVE 'NOT DONE    ' TO WS-ACTION
           ELSE
               IF FUNCTION UPPER-CASE (LAST-NAME OF PRESIDENT)
                   = WS-ET-LAST-NAME (WS-ET-MATCH)
               AND FUNCTION UPPER-CASE (FIRST-NAME OF PRESIDENT)
                   = WS-ET-FIRST-NAME (WS-ET-MATCH)
                   MOVE WS-MASK-LAST-NAME TO LAST-NAME OF PRESIDENT
                   MOVE SPACES TO FIRST-NAME OF PRESIDENT
                                  MIDDLE-NAME OF PRESIDENT
               END-IF
               IF FUNCTION UPPER-CASE (LAST-NAME OF VP-MARKETING)
                   = WS-ET-LAST-NAME (WS-ET-MATCH)
               AND FUNCTION UPPER-CASE (FIRST-NAME OF VP-MARKETING)
                   = WS-ET-FIRST-NAME (WS-ET-MATCH)
                   MOVE WS-MASK-LAST-NAME TO LAST-NAME OF VP-MARKETING
                   MOVE SPACES TO FIRST-NAME OF VP-MARKETING
               END-IF
               PERFORM 2367-MASK-ERASED-ALT-CONTACT THRU 2367-EXIT
                   VARYING WS-ALT-SUB FROM 1 BY 1
                   UNTIL WS-ALT-SUB > ALT-CONTACT-COUNT
           END-IF.

       2365-EXIT.
           EXIT.

       2366-FIND-ERASURE-REQUEST.
           IF WS-ET-REQUEST-ID (WS-ET-SUB) = AUD-AFTER-VALUE (1:8)
               MOVE WS-ET-SUB TO WS-ET-MATCH
           END-IF.

       2366-EXIT.
           EXIT.

       2367-MASK-ERASED-ALT-CONTACT.
           IF FUNCTION UPPER-CASE
                  (LAST-NAME OF ALTERNATE-CONTACT (WS-ALT-SUB))
               = WS-ET-LAST-NAME (WS-ET-MATCH)
           AND FUNCTION UPPER-CASE
                  (FIRST-NAME OF ALTERNATE-CONTACT (WS-ALT-SUB))
               = WS-ET-FIRST-NAME (WS-ET-MATCH)
               MOVE WS-MASK-LAST-NAME
                   TO LAST-NAME OF ALTERNATE-CONTACT (WS-ALT-SUB)
               MOVE SPACES
                   TO FIRST-NAME OF ALTERNATE-CONTACT (WS-ALT-SUB)
           END-IF.

       2367-EXIT.
           EXIT.

       2370-REPLAY-MAIL-STATUS.
           IF AUD-AFTER-VALUE (1:1) = 'D'
               SET MAIL-DEACTIVATED TO TRUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-ENTRIES-NOT-APPLIED   TO TOT-NOT-APPLIED
           WRITE RPT-LINE FROM WS-TOTAL-LINE-4
           MOVE WS-ENTRIES-ERASED        TO TOT-ERASED
           WRITE RPT-LINE FROM WS-TOTAL-LINE-5

           CLOSE MAILING-FILE
                 AUDIT-FILE
                    WS-ENTRIES-REPLAYED
           DISPLAY 'MAILRCVR - NOT APPLIED:      '
                    WS-ENTRIES-NOT-APPLIED
           DISPLAY 'MAILRCVR - ERASED, SKIPPED:  '
                    WS-ENTRIES-ERASED

           PERFORM 9400-COMPUTE-MASTER-TOTALS THRU 9400-EXIT
           PERFORM 9500-WRITE-RUN-CONTROL THRU 9500-EXIT.
