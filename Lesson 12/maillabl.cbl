      *>                    only the ONELINE format feeds PRESORT -
      *>                    the other two are for envelope and label-
      *>                    stock printing, not the presort join.
      *>   10/15/2026  DK   Foreign addresses (COUNTRY-CODE not US or
      *>                    blank). The country's name for the last
      *>                    line of the address comes from the
      *>                    country reference file (CNTRYREF,
      *>                    cntryref.cpy); a foreign company whose
      *>                    country is not on it is suppressed as
      *>                    UNKNOWN COUNTRY - a piece with no country
      *>                    line goes nowhere. ENVELOPE prints CITY,
      *>                    province and POSTAL-CODE on the city
      *>                    line and the country name under it;
      *>                    FOURUP prints the country name on the
      *>                    row's fifth line, which is blank for a
      *>                    US label, so the stock pitch is
      *>                    unchanged; ONELINE carries POSTAL-CODE
      *>                    and the country name past column 80
      *>                    (LBL-POSTAL-CODE, LBL-COUNTRY-NAME).
      *>                    Domestic labels print exactly as before.
      *>   10/15/2026  DK   Companies on the do-not-mail registry
      *>                    (DNMREG, dnmreg.cpy) are suppressed as
      *>                    DO NOT MAIL and listed on SUPRRPT with
      *>                    the reason the desk recorded. A new
      *>                    CAMPTYPE card names the campaign type of
      *>                    the mailing; a registration scoped to
      *>                    other campaign types lets the label
      *>                    through. With no CAMPTYPE card every
      *>                    registration in force is honored,
      *>                    whatever its scope. A registration is in
      *>                    force from its requested date through
      *>                    its expiry date (zero - no expiry).
      *>***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MAILLABL.
           SELECT MAILING-EXCEPTION-FILE ASSIGN TO MAILEXC
               ORGANIZATION IS SEQUENTIAL.

           SELECT COUNTRY-REF-FILE ASSIGN TO CNTRYREF
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL DO-NOT-MAIL-FILE ASSIGN TO DNMREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DN-KEY
               FILE STATUS IS WS-DNM-FILE-STATUS.

           SELECT SUPPRESS-REPORT  ASSIGN TO SUPRRPT
               ORGANIZATION IS SEQUENTIAL.

           LABEL RECORDS ARE STANDARD.
           COPY "mailexc.cpy".

       FD  COUNTRY-REF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "cntryref.cpy".

       FD  DO-NOT-MAIL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "dnmreg.cpy".

       FD  SUPPRESS-REPORT
           LABEL RECORDS ARE STANDARD.
       01  SUP-RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MAILING-FILE-STATUS       PIC XX      VALUE '00'.
       01  WS-DNM-FILE-STATUS           PIC XX      VALUE '00'.

       01  WS-SWITCHES.
           05  WS-MAILING-EOF-SW        PIC X       VALUE 'N'.
               88  ATTN-CONTACT-TITLE               VALUE 'C'.
           05  WS-CONTACT-FOUND-SW      PIC X       VALUE 'N'.
               88  CONTACT-FOUND                    VALUE 'Y'.
           05  WS-COUNTRY-EOF-SW        PIC X       VALUE 'N'.
               88  END-OF-COUNTRY-FILE              VALUE 'Y'.
           05  WS-COUNTRY-FOUND-SW      PIC X       VALUE 'N'.
               88  COUNTRY-FOUND                    VALUE 'Y'.
           05  WS-CAMPTYPE-SW           PIC X       VALUE 'N'.
               88  CAMPTYPE-PRESENT                 VALUE 'Y'.
           05  WS-DNM-REGISTRY-SW       PIC X       VALUE 'N'.
               88  DNM-REGISTRY-PRESENT             VALUE 'Y'.
           05  WS-DNM-SW                PIC X       VALUE 'N'.
               88  DO-NOT-MAIL-APPLIES              VALUE 'Y'.

       01  WS-CHECKPOINT-INTERVAL       PIC 9(4)    COMP VALUE 1000.

       01  WS-CAMPAIGN-ID               PIC X(8)    VALUE SPACES.
       01  WS-CAMPAIGN-TYPE             PIC X(8)    VALUE SPACES.
       01  WS-DNM-SUB                   PIC 9       COMP.
       01  WS-RUN-DATE                  PIC 9(6)    VALUE ZERO.

       01  WS-ATTN-TITLE                PIC X(10)   VALUE SPACES.
           05  WS-SUPPRESSED-EDIT       PIC 9(7)    VALUE ZERO COMP.
           05  WS-SUPPRESSED-INACTIVE   PIC 9(7)    VALUE ZERO COMP.
           05  WS-SUPPRESSED-NO-CONTACT PIC 9(7)    VALUE ZERO COMP.
           05  WS-SUPPRESSED-NO-COUNTRY PIC 9(7)    VALUE ZERO COMP.
           05  WS-SUPPRESSED-DNM        PIC 9(7)    VALUE ZERO COMP.
           05  WS-CHECKPOINT-QUOTIENT   PIC 9(7)    VALUE ZERO COMP.
           05  WS-CHECKPOINT-REMAINDER  PIC 9(4)    VALUE ZERO COMP.

               10  WS-EXCEPTION-NAME    PIC X(30).

       01  WS-EXCEPTION-SUB             PIC 9(4)    COMP.

       01  WS-COUNTRY-TABLE.
           05  WS-COUNTRY-USED          PIC 9(3)    COMP VALUE ZERO.
           05  WS-COUNTRY-ENTRY         OCCURS 300 TIMES.
               10  WS-CT-CODE           PIC XX.
               10  WS-CT-NAME           PIC X(20).

       01  WS-COUNTRY-SUB               PIC 9(3)    COMP.
       01  WS-COUNTRY-NAME              PIC X(20)   VALUE SPACES.
       01  WS-SUPPRESS-REASON           PIC X(20).
       01  WS-DNM-REASON                PIC X(20).

       01  WS-SUP-HEADING.
           05  FILLER                   PIC X(40)   VALUE
           05  SUP-COMPANY-NAME         PIC X(30).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  SUP-REASON               PIC X(20).
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  SUP-DNM-REASON           PIC X(20).

       01  WS-SUP-TOTAL-LINE-1.
           05  FILLER                   PIC X(25)   VALUE
               'TOTAL SUPPRESSED  . . . .'.
           05  SUP-TOT-ALL              PIC ZZZ,ZZ9.

       01  WS-SUP-TOTAL-LINE-5.
           05  FILLER                   PIC X(25)   VALUE
               'SUPPRESSED, NO COUNTRY  .'.
           05  SUP-TOT-NO-COUNTRY       PIC ZZZ,ZZ9.

       01  WS-SUP-TOTAL-LINE-6.
           05  FILLER                   PIC X(25)   VALUE
               'SUPPRESSED, DO NOT MAIL .'.
           05  SUP-TOT-DNM              PIC ZZZ,ZZ9.

       01  WS-ATTN-LINE.
           05  FILLER                   PIC X(6)    VALUE 'ATTN: '.
           05  ATL-FIRST                PIC X(8).
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  CSZ-ZIP                  PIC 9(5).

       01  WS-FOREIGN-CSZ-LINE.
           05  FCZ-CITY                 PIC X(15).
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  FCZ-PROVINCE             PIC XX.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  FCZ-POSTAL-CODE          PIC X(10).

       01  WS-4UP-BUFFER.
           05  WS-4UP-COUNT             PIC 9       COMP VALUE ZERO.
           05  WS-4UP-SLOT              OCCURS 4 TIMES.
               10  WS-4UP-SLOT-LINE     OCCURS 5 TIMES
                                        PIC X(33).

       01  WS-4UP-PRINT-LINE.
           END-IF

           PERFORM 1300-LOAD-EXCEPTION-TABLE THRU 1300-EXIT
           PERFORM 1500-LOAD-COUNTRY-TABLE THRU 1500-EXIT
           PERFORM 1600-OPEN-DO-NOT-MAIL THRU 1600-EXIT

           IF NOT END-OF-MAILING-FILE
               PERFORM 2100-READ-MAILING-FILE THRU 2100-EXIT
      *>     NO CARDS AT ALL IS THE OLD RUN EXACTLY: ONE-LINE LABELS
      *>     ADDRESSED TO THE PRESIDENT. AN ATTN VALUE THAT IS NOT
      *>     PRESIDENT OR VPMKTG NAMES THE ALTERNATE-CONTACT TITLE
      *>     TO ADDRESS. CAMPTYPE NAMES THE MAILING'S CAMPAIGN TYPE
      *>     FOR THE DO-NOT-MAIL SCOPE TEST.
      *>***************************************************************
       1400-READ-LABEL-PARMS.
           OPEN INPUT LABEL-PARM-FILE
                       END-IF
                   END-IF
               ELSE
                   IF LP-CAMPTYPE-CARD
                   AND LP-VALUE (1:8) NOT = SPACES
                       MOVE LP-VALUE (1:8) TO WS-CAMPAIGN-TYPE
                       SET CAMPTYPE-PRESENT TO TRUE
                   ELSE
                       DISPLAY 'MAILLABL - UNKNOWN CARD: ' LP-KEYWORD
                               ' CARD IGNORED'
                   END-IF
               END-IF
           END-IF

       1420-EXIT.
           EXIT.

      *>***************************************************************
      *> 1500-LOAD-COUNTRY-TABLE - PULL THE COUNTRY NAMES THE FOREIGN
      *>     LABELS PRINT ON THEIR LAST LINE. A FULL TABLE STOPS THE
      *>     RUN LIKE THE EXCEPTION TABLE DOES.
      *>***************************************************************
       1500-LOAD-COUNTRY-TABLE.
           OPEN INPUT COUNTRY-REF-FILE
           PERFORM 1510-READ-COUNTRY-FILE THRU 1510-EXIT
           PERFORM 1520-STORE-ONE-COUNTRY THRU 1520-EXIT
               UNTIL END-OF-COUNTRY-FILE
           CLOSE COUNTRY-REF-FILE.

       1500-EXIT.
           EXIT.

       1510-READ-COUNTRY-FILE.
           READ COUNTRY-REF-FILE
               AT END
                   SET END-OF-COUNTRY-FILE TO TRUE
           END-READ.

       1510-EXIT.
           EXIT.

       1520-STORE-ONE-COUNTRY.
           IF WS-COUNTRY-USED < 300
               ADD 1 TO WS-COUNTRY-USED
               MOVE CN-COUNTRY-CODE TO WS-CT-CODE (WS-COUNTRY-USED)
               MOVE CN-COUNTRY-NAME TO WS-CT-NAME (WS-COUNTRY-USED)
           ELSE
               DISPLAY 'MAILLABL - COUNTRY TABLE FULL, RUN '
                       'ABANDONED'
               STOP RUN
           END-IF
           PERFORM 1510-READ-COUNTRY-FILE THRU 1510-EXIT.
       1520-EXIT.
           EXIT.

      *>***************************************************************
      *> 1600-OPEN-DO-NOT-MAIL - OPEN THE DO-NOT-MAIL REGISTRY FOR
      *>     RANDOM LOOKUP. NO REGISTRY FILE AT ALL MEANS NO COMPANY
      *>     HAS EVER BEEN REGISTERED; ANY OTHER OPEN FAILURE STOPS
      *>     THE RUN RATHER THAN MAIL COMPANIES THAT ASKED NOT TO BE.
      *>***************************************************************
       1600-OPEN-DO-NOT-MAIL.
           OPEN INPUT DO-NOT-MAIL-FILE
           IF WS-DNM-FILE-STATUS = '00'
               SET DNM-REGISTRY-PRESENT TO TRUE
           ELSE
               IF WS-DNM-FILE-STATUS = '05'
                   DISPLAY 'MAILLABL - NO DO-NOT-MAIL REGISTRY, NONE '
                           'APPLIED'
               ELSE
                   DISPLAY 'MAILLABL - DO-NOT-MAIL-FILE OPEN FAILED, '
                           'STATUS: ' WS-DNM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF NOT CAMPTYPE-PRESENT
               DISPLAY 'MAILLABL - NO CAMPTYPE CARD, EVERY '
                       'DO-NOT-MAIL SCOPE APPLIED'
           END-IF.

       1600-EXIT.
           EXIT.

      *>***************************************************************
      *> 2000-WRITE-LABEL - BUILD AND WRITE ONE LABEL IN THE CHOSEN
      *>     FORMAT, ADDRESSED TO THE CHOSEN CONTACT - UNLESS THE
           MOVE WS-ADDR-FIRST       TO LBL-ADDRESSEE-FIRST
           MOVE ZIP-CODE            TO LBL-ZIP-CODE
           MOVE AMT4                TO LBL-AMT
           IF NOT DOMESTIC-ADDRESS
               MOVE POSTAL-CODE     TO LBL-POSTAL-CODE
               MOVE WS-COUNTRY-NAME TO LBL-COUNTRY-NAME
           END-IF
           WRITE MAILING-LABEL-LINE.

       2090-EXIT.

      *>***************************************************************
      *> 2091-WRITE-ENVELOPE - COMPANY, ATTENTION LINE, STREET
      *>     ADDRESS, CITY/STATE/ZIP, AND A BLANK SEPARATOR. A FOREIGN
      *>     ADDRESS PRINTS CITY, PROVINCE AND POSTAL CODE INSTEAD,
      *>     WITH THE COUNTRY NAME ON A LINE OF ITS OWN UNDER IT.
      *>***************************************************************
       2091-WRITE-ENVELOPE.
           WRITE MAILING-LABEL-LINE FROM COMPANY-NAME

           WRITE MAILING-LABEL-LINE FROM MAIL-ADDRESS

           IF DOMESTIC-ADDRESS
               MOVE CITY  TO CSZ-CITY
               MOVE STATE TO CSZ-STATE
               MOVE ZIP   TO CSZ-ZIP
               WRITE MAILING-LABEL-LINE FROM WS-CSZ-LINE
           ELSE
               MOVE CITY        TO FCZ-CITY
               MOVE STATE       TO FCZ-PROVINCE
               MOVE POSTAL-CODE TO FCZ-POSTAL-CODE
               WRITE MAILING-LABEL-LINE FROM WS-FOREIGN-CSZ-LINE
               WRITE MAILING-LABEL-LINE FROM WS-COUNTRY-NAME
           END-IF

           MOVE SPACES TO MAILING-LABEL-LINE
           WRITE MAILING-LABEL-LINE.
      *> 2092-WRITE-FOURUP - FILL THE NEXT 33-COLUMN SLOT; A FULL ROW
      *>     OF FOUR IS FLUSHED AS FOUR PRINT LINES ACROSS THE
      *>     132-COLUMN STOCK. THE LAST PARTIAL ROW IS FLUSHED AT
      *>     END OF RUN BY 3000-TERMINATE. THE FIFTH LINE OF A SLOT
      *>     IS THE ROW'S SEPARATOR; IT CARRIES A FOREIGN LABEL'S
      *>     COUNTRY NAME AND IS BLANK FOR A DOMESTIC ONE.
      *>***************************************************************
       2092-WRITE-FOURUP.
           ADD 1 TO WS-4UP-COUNT
           MOVE SPACES TO WS-4UP-SLOT (WS-4UP-COUNT)
           MOVE COMPANY-NAME
               TO WS-4UP-SLOT-LINE (WS-4UP-COUNT, 1)
           MOVE WS-ADDR-FIRST TO ATL-FIRST
               TO WS-4UP-SLOT-LINE (WS-4UP-COUNT, 2)
           MOVE MAIL-ADDRESS
               TO WS-4UP-SLOT-LINE (WS-4UP-COUNT, 3)
           IF DOMESTIC-ADDRESS
               MOVE CITY  TO CSZ-CITY
               MOVE STATE TO CSZ-STATE
               MOVE ZIP   TO CSZ-ZIP
               MOVE WS-CSZ-LINE
                   TO WS-4UP-SLOT-LINE (WS-4UP-COUNT, 4)
           ELSE
               MOVE CITY        TO FCZ-CITY
               MOVE STATE       TO FCZ-PROVINCE
               MOVE POSTAL-CODE TO FCZ-POSTAL-CODE
               MOVE WS-FOREIGN-CSZ-LINE
                   TO WS-4UP-SLOT-LINE (WS-4UP-COUNT, 4)
               MOVE WS-COUNTRY-NAME
                   TO WS-4UP-SLOT-LINE (WS-4UP-COUNT, 5)
           END-IF

           IF WS-4UP-COUNT = 4
               PERFORM 2095-FLUSH-FOURUP-ROW THRU 2095-EXIT
       2095-FLUSH-FOURUP-ROW.
           PERFORM 2096-WRITE-FOURUP-LINE THRU 2096-EXIT
               VARYING WS-4UP-LINE-SUB FROM 1 BY 1
               UNTIL WS-4UP-LINE-SUB > 5

           MOVE ZERO TO WS-4UP-COUNT.

       2095-EXIT.
      *>***************************************************************
      *> 2050-CHECK-SUPPRESSION - A RECORD THAT IS NOT MAIL-ACTIVE,
      *>     OR WHOSE COMPANY IS ON THE EDIT EXCEPTION TABLE, GETS NO
      *>     LABEL; NOR DOES A COMPANY THE DO-NOT-MAIL REGISTRY
      *>     WITHHOLDS FROM THIS MAILING, NOR A FOREIGN COMPANY WHOSE
      *>     COUNTRY HAS NO NAME ON THE COUNTRY REFERENCE FILE.
      *>***************************************************************
       2050-CHECK-SUPPRESSION.
           MOVE 'N' TO WS-SUPPRESS-SW
           MOVE SPACES TO WS-DNM-REASON

           IF NOT MAIL-ACTIVE
               SET SUPPRESS-THIS-RECORD TO TRUE
                   VARYING WS-EXCEPTION-SUB FROM 1 BY 1
                   UNTIL WS-EXCEPTION-SUB > WS-EXCEPTION-USED
                      OR SUPPRESS-THIS-RECORD
           END-IF

           IF NOT SUPPRESS-THIS-RECORD
               PERFORM 2056-CHECK-DO-NOT-MAIL THRU 2056-EXIT
           END-IF

           IF NOT SUPPRESS-THIS-RECORD
           AND NOT DOMESTIC-ADDRESS
               MOVE SPACES TO WS-COUNTRY-NAME
               MOVE 'N' TO WS-COUNTRY-FOUND-SW
               PERFORM 2058-FIND-COUNTRY-NAME THRU 2058-EXIT
                   VARYING WS-COUNTRY-SUB FROM 1 BY 1
                   UNTIL WS-COUNTRY-SUB > WS-COUNTRY-USED
                      OR COUNTRY-FOUND
               IF NOT COUNTRY-FOUND
                   SET SUPPRESS-THIS-RECORD TO TRUE
                   MOVE 'UNKNOWN COUNTRY' TO WS-SUPPRESS-REASON
                   ADD 1 TO WS-SUPPRESSED-NO-COUNTRY
               END-IF
           END-IF.

       2050-EXIT.
           EXIT.

      *>***************************************************************
      *> 2056-CHECK-DO-NOT-MAIL - A REGISTRATION WITHHOLDS THE LABEL
      *>     WHEN IN FORCE TODAY (REQUESTED DATE REACHED, EXPIRY DATE
      *>     ZERO OR NOT YET PASSED) AND ITS SCOPE IS ALL MAIL, OR
      *>     NAMES THIS RUN'S CAMPTYPE, OR THE RUN GAVE NO CAMPTYPE.
      *>***************************************************************
       2056-CHECK-DO-NOT-MAIL.
           MOVE 'N' TO WS-DNM-SW

           IF DNM-REGISTRY-PRESENT
               MOVE MAILING-KEY TO DN-KEY
               READ DO-NOT-MAIL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2057-TEST-REGISTRATION THRU 2057-EXIT
               END-READ
           END-IF

           IF DO-NOT-MAIL-APPLIES
               SET SUPPRESS-THIS-RECORD TO TRUE
               MOVE 'DO NOT MAIL'  TO WS-SUPPRESS-REASON
               MOVE DN-REASON      TO WS-DNM-REASON
               ADD 1 TO WS-SUPPRESSED-DNM
           END-IF.

       2056-EXIT.
           EXIT.

       2057-TEST-REGISTRATION.
           IF DN-REQUESTED-DATE NOT > WS-RUN-DATE
           AND (DN-EXPIRY-DATE = ZERO
                OR DN-EXPIRY-DATE NOT < WS-RUN-DATE)
               IF DN-SCOPE-ALL-MAIL
               OR NOT CAMPTYPE-PRESENT
                   SET DO-NOT-MAIL-APPLIES TO TRUE
               ELSE
                   PERFORM 2059-MATCH-CAMPAIGN-TYPE THRU 2059-EXIT
                       VARYING WS-DNM-SUB FROM 1 BY 1
                       UNTIL WS-DNM-SUB > 4
                          OR DO-NOT-MAIL-APPLIES
               END-IF
           END-IF.

       2057-EXIT.
           EXIT.

       2058-FIND-COUNTRY-NAME.
           IF WS-CT-CODE (WS-COUNTRY-SUB) = COUNTRY-CODE
               SET COUNTRY-FOUND TO TRUE
               MOVE WS-CT-NAME (WS-COUNTRY-SUB) TO WS-COUNTRY-NAME
           END-IF.

       2058-EXIT.
           EXIT.

       2059-MATCH-CAMPAIGN-TYPE.
           IF DN-CAMPAIGN-TYPE (WS-DNM-SUB) = WS-CAMPAIGN-TYPE
               SET DO-NOT-MAIL-APPLIES TO TRUE
           END-IF.

       2059-EXIT.
           EXIT.

       2055-MATCH-EXCEPTION-TABLE.
           IF WS-EXCEPTION-ZIP (WS-EXCEPTION-SUB) = ZIP
           AND WS-EXCEPTION-NAME (WS-EXCEPTION-SUB) = COMPANY-NAME
           MOVE ZIP                TO SUP-ZIP
           MOVE COMPANY-NAME       TO SUP-COMPANY-NAME
           MOVE WS-SUPPRESS-REASON TO SUP-REASON
           MOVE WS-DNM-REASON      TO SUP-DNM-REASON
           WRITE SUP-RPT-LINE FROM WS-SUP-DETAIL-LINE.

       2060-EXIT.
           WRITE SUP-RPT-LINE FROM WS-SUP-TOTAL-LINE-2
           MOVE WS-SUPPRESSED-NO-CONTACT TO SUP-TOT-NO-CONTACT
           WRITE SUP-RPT-LINE FROM WS-SUP-TOTAL-LINE-3
           MOVE WS-SUPPRESSED-NO-COUNTRY TO SUP-TOT-NO-COUNTRY
           WRITE SUP-RPT-LINE FROM WS-SUP-TOTAL-LINE-5
           MOVE WS-SUPPRESSED-DNM      TO SUP-TOT-DNM
           WRITE SUP-RPT-LINE FROM WS-SUP-TOTAL-LINE-6
           MOVE WS-LABELS-SUPPRESSED   TO SUP-TOT-ALL
           WRITE SUP-RPT-LINE FROM WS-SUP-TOTAL-LINE-4

           CLOSE MAILING-FILE
                 LABEL-FILE
                 DO-NOT-MAIL-FILE
                 SUPPRESS-REPORT
                 MAILING-HISTORY-FILE
                 CHECKPOINT-FILE
