      *>   SIGNAMT  FROM 99999, THRU 99999 IN COLS 9-18 (V99 IMPLIED)
      *>   BALANCE  FROM 99999999, THRU 99999999 IN COLS 9-24
      *>            (V99 IMPLIED)
      *>   CAMPTYPE CAMPAIGN TYPE OF THIS MAILING IN COLS 9-16
      *>
      *> A company on the do-not-mail registry (DNMREG, dnmreg.cpy)
      *> is never selected while its registration is in force - the
      *> requested date reached and the expiry date, if any, not yet
      *> passed - and its scope is all mail or names the CAMPTYPE.
      *> A run with no CAMPTYPE card honors every registration in
      *> force whatever its scope, since nothing says which types
      *> of mailing this is.
      *>
      *> MODIFICATION HISTORY
      *>   08/22/2026  DK   Original campaign selection extract.
      *>                    RESPONSE-TOTAL added to MAILING-RECORD
      *>                    for campaign response tracking; subset
      *>                    record lengths grow again to match.
      *>   10/15/2026  DK   COUNTRY-CODE and POSTAL-CODE added to
      *>                    MAILING-RECORD for foreign addresses;
      *>                    subset record lengths grow by their
      *>                    twelve bytes.
      *>   10/15/2026  DK   Companies on the do-not-mail registry
      *>                    (DNMREG) are excluded from the subset
      *>                    and counted on the selection report; a
      *>                    new CAMPTYPE card names the campaign
      *>                    type so a registration scoped to other
      *>                    types does not exclude the company.
      *>   10/15/2026  DK   A do-not-mail registry that would not
      *>                    open stopped the run with a zero return
      *>                    code. It now stops with 16, as MAILLABL
      *>                    does.
      *>***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MAILSEL.
                   WITH DUPLICATES
               FILE STATUS IS WS-SELECTED-FILE-STATUS.

           SELECT OPTIONAL DO-NOT-MAIL-FILE ASSIGN TO DNMREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DN-KEY
               FILE STATUS IS WS-DNM-FILE-STATUS.

           SELECT SELECTION-REPORT ASSIGN TO SELRPT
               ORGANIZATION IS SEQUENTIAL.


       FD  SELECTED-FILE
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING FROM 265 TO 421 CHARACTERS
               DEPENDING ON WS-SEL-REC-LENGTH.
       01  SELECTED-MAILING-RECORD.
           05  SEL-MAILING-KEY.
               10  SEL-ZIP             PIC 9(5).
               10  SEL-COMPANY-NAME    PIC X(30).
           05  FILLER                  PIC X(386).

       FD  DO-NOT-MAIL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "dnmreg.cpy".

       FD  SELECTION-REPORT
           LABEL RECORDS ARE STANDARD.
       WORKING-STORAGE SECTION.
       01  WS-MAILING-FILE-STATUS       PIC XX      VALUE '00'.
       01  WS-SELECTED-FILE-STATUS      PIC XX      VALUE '00'.
       01  WS-DNM-FILE-STATUS           PIC XX      VALUE '00'.
       01  WS-SEL-REC-LENGTH            PIC 9(3)    COMP.

       01  WS-SWITCHES.
               88  WANT-NON-PRE-SCHOOL              VALUE 'N'.
           05  WS-MATCH-SWITCH          PIC X.
               88  CRITERION-MATCHED                VALUE 'Y'.
           05  WS-CAMPTYPE-SWITCH       PIC X       VALUE 'N'.
               88  CAMPTYPE-PRESENT                 VALUE 'Y'.
           05  WS-DNM-REGISTRY-SWITCH   PIC X       VALUE 'N'.
               88  DNM-REGISTRY-PRESENT             VALUE 'Y'.
           05  WS-DNM-SWITCH            PIC X       VALUE 'N'.
               88  DO-NOT-MAIL-APPLIES              VALUE 'Y'.

       01  WS-CAMPAIGN-TYPE             PIC X(8)    VALUE SPACES.
       01  WS-RUN-DATE                  PIC 9(6)    VALUE ZERO.
       01  WS-DNM-SUB                   PIC 9       COMP.

       01  WS-STATE-LIST.
           05  WS-STATE-USED            PIC 9(2)    COMP VALUE ZERO.
           05  WS-RECORDS-READ          PIC 9(7)    VALUE ZERO COMP.
           05  WS-RECORDS-SELECTED      PIC 9(7)    VALUE ZERO COMP.
           05  WS-RECORDS-INACTIVE      PIC 9(7)    VALUE ZERO COMP.
           05  WS-RECORDS-DNM           PIC 9(7)    VALUE ZERO COMP.
           05  WS-MATCHED-STATE         PIC 9(7)    VALUE ZERO COMP.
           05  WS-MATCHED-CLASS         PIC 9(7)    VALUE ZERO COMP.
           05  WS-MATCHED-SEX           PIC 9(7)    VALUE ZERO COMP.
               'RECORDS SELECTED . . . .'.
           05  RPT-RECORDS-SELECTED     PIC ZZZ,ZZ9.

       01  WS-RPT-TOTAL-LINE-4.
           05  FILLER                   PIC X(25)   VALUE
               'DO NOT MAIL, EXCLUDED  .'.
           05  RPT-RECORDS-DNM          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
      *>***************************************************************
      *> 1000-INITIALIZE - READ EVERY SELECTION CARD, THEN OPEN THE
      *>     MASTER, THE SUBSET FILE AND THE REPORT. A RUN WITH NO
      *>     CARDS AT ALL SELECTS EVERY ACTIVE RECORD NOT ON THE
      *>     DO-NOT-MAIL REGISTRY. NO REGISTRY FILE AT ALL MEANS NO
      *>     COMPANY HAS EVER BEEN REGISTERED.
      *>***************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE

           OPEN INPUT SELECT-PARM-FILE
           PERFORM 1100-READ-PARM-FILE THRU 1100-EXIT
           PERFORM 1200-APPLY-ONE-CARD THRU 1200-EXIT
               STOP RUN
           END-IF

           OPEN INPUT DO-NOT-MAIL-FILE
           IF WS-DNM-FILE-STATUS = '00'
               SET DNM-REGISTRY-PRESENT TO TRUE
           ELSE
               IF WS-DNM-FILE-STATUS = '05'
                   DISPLAY 'MAILSEL - NO DO-NOT-MAIL REGISTRY, NONE '
                           'APPLIED'
               ELSE
                   DISPLAY 'MAILSEL - DO-NOT-MAIL-FILE OPEN FAILED, '
                           'STATUS: ' WS-DNM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF NOT CAMPTYPE-PRESENT
               DISPLAY 'MAILSEL - NO CAMPTYPE CARD, EVERY DO-NOT-MAIL '
                       'SCOPE APPLIED'
           END-IF

           WRITE RPT-LINE FROM WS-RPT-HEADING

           PERFORM 2100-READ-MAILING-FILE THRU 2100-EXIT.
                               PERFORM 1280-APPLY-BALANCE-CARD
                                   THRU 1280-EXIT
                           ELSE
                               IF SP-CAMPTYPE-CARD
                                   PERFORM 1290-APPLY-CAMPTYPE-CARD
                                       THRU 1290-EXIT
                               ELSE
                                   DISPLAY 'MAILSEL - UNKNOWN CARD: '
                                           SP-KEYWORD ' CARD IGNORED'
                               END-IF
                           END-IF
                       END-IF
                   END-IF
       1280-EXIT.
           EXIT.

       1290-APPLY-CAMPTYPE-CARD.
           IF SP-VALUE (1:8) NOT = SPACES
               MOVE SP-VALUE (1:8) TO WS-CAMPAIGN-TYPE
               SET CAMPTYPE-PRESENT TO TRUE
           ELSE
               DISPLAY 'MAILSEL - CAMPTYPE CARD BLANK, '
                       'CARD IGNORED'
           END-IF.

       1290-EXIT.
           EXIT.

      *>***************************************************************
      *> 2000-SELECT-MAILING-FILE - TEST ONE ACTIVE RECORD AGAINST
      *>     EVERY CRITERION PRESENT. EACH CRITERION'S OWN MATCHES
      *>     ARE COUNTED FOR THE REPORT; THE RECORD IS WRITTEN TO THE
      *>     SUBSET ONLY WHEN IT MATCHES THEM ALL. A COMPANY THE
      *>     DO-NOT-MAIL REGISTRY WITHHOLDS IS COUNTED AND SKIPPED
      *>     BEFORE ANY CRITERION IS TRIED.
      *>***************************************************************
       2000-SELECT-MAILING-FILE.
           ADD 1 TO WS-RECORDS-READ
           IF NOT MAIL-ACTIVE
               ADD 1 TO WS-RECORDS-INACTIVE
           ELSE
               PERFORM 2800-CHECK-DO-NOT-MAIL THRU 2800-EXIT
           END-IF

           IF MAIL-ACTIVE
           AND DO-NOT-MAIL-APPLIES
               ADD 1 TO WS-RECORDS-DNM
           END-IF

           IF MAIL-ACTIVE
           AND NOT DO-NOT-MAIL-APPLIES
               MOVE 'Y' TO WS-SELECT-THIS-RECORD
               PERFORM 2200-TEST-STATE THRU 2200-EXIT
               PERFORM 2300-TEST-CLASS THRU 2300-EXIT
      *>***************************************************************
       2700-WRITE-SELECTED-RECORD.
           COMPUTE WS-SEL-REC-LENGTH =
               265 + (39 * ALT-CONTACT-COUNT)
           MOVE SPACES TO SELECTED-MAILING-RECORD
           WRITE SELECTED-MAILING-RECORD FROM MAILING-RECORD
               INVALID KEY
       2700-EXIT.
           EXIT.

      *>***************************************************************
      *> 2800-CHECK-DO-NOT-MAIL - LOOK THE COMPANY UP ON THE DO-NOT-
      *>     MAIL REGISTRY. A REGISTRATION WITHHOLDS IT WHEN IN FORCE
      *>     TODAY (REQUESTED DATE REACHED, EXPIRY DATE ZERO OR NOT
      *>     YET PASSED) AND ITS SCOPE IS ALL MAIL, OR NAMES THIS
      *>     RUN'S CAMPTYPE, OR THE RUN GAVE NO CAMPTYPE TO TEST.
      *>***************************************************************
       2800-CHECK-DO-NOT-MAIL.
           MOVE 'N' TO WS-DNM-SWITCH

           IF DNM-REGISTRY-PRESENT
               MOVE MAILING-KEY TO DN-KEY
               READ DO-NOT-MAIL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2810-TEST-REGISTRATION THRU 2810-EXIT
               END-READ
           END-IF.

       2800-EXIT.
           EXIT.

       2810-TEST-REGISTRATION.
           IF DN-REQUESTED-DATE NOT > WS-RUN-DATE
           AND (DN-EXPIRY-DATE = ZERO
                OR DN-EXPIRY-DATE NOT < WS-RUN-DATE)
               IF DN-SCOPE-ALL-MAIL
               OR NOT CAMPTYPE-PRESENT
                   SET DO-NOT-MAIL-APPLIES TO TRUE
               ELSE
                   PERFORM 2820-MATCH-CAMPAIGN-TYPE THRU 2820-EXIT
                       VARYING WS-DNM-SUB FROM 1 BY 1
                       UNTIL WS-DNM-SUB > 4
                          OR DO-NOT-MAIL-APPLIES
               END-IF
           END-IF.

       2810-EXIT.
           EXIT.

       2820-MATCH-CAMPAIGN-TYPE.
           IF DN-CAMPAIGN-TYPE (WS-DNM-SUB) = WS-CAMPAIGN-TYPE
               SET DO-NOT-MAIL-APPLIES TO TRUE
           END-IF.

       2820-EXIT.
           EXIT.

      *>***************************************************************
      *> 3000-TERMINATE - PRINT THE PER-CRITERION MATCH COUNTS FOR
      *>     THE CRITERIA THAT WERE PRESENT, THEN THE RUN TOTALS.
           WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE-1
           MOVE WS-RECORDS-INACTIVE TO RPT-RECORDS-INACTIVE
           WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE-2
           MOVE WS-RECORDS-DNM      TO RPT-RECORDS-DNM
           WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE-4
           MOVE WS-RECORDS-SELECTED TO RPT-RECORDS-SELECTED
           WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE-3

           CLOSE MAILING-FILE
                 SELECTED-FILE
                 DO-NOT-MAIL-FILE
                 SELECTION-REPORT

           DISPLAY 'MAILSEL - RECORDS READ:     ' WS-RECORDS-READ
