      *>***************************************************************
      *> PROGRAM-ID : LISTRENT
      *> AUTHOR     : D. KOWALCZYK - MAILING SYSTEMS UNIT
      *> DATE-WRITTEN : 10/15/2026
      *>
      *> List-rental export. A MAILSEL subset (MAILSUBS) rented to an
      *> outside mail house goes out in a layout built for that
      *> renter - only the name and address fields the rental
      *> contract allows, in the order the FIELD cards name them -
      *> never in the master's own layout, so ACCOUNT-BALANCE, the
      *> response figures and the rest of the internal record stay
      *> in the building. The rental report prints the layout (field,
      *> start column, length) to go to the renter with the file.
      *>
      *> Every active seed on the seed file (SEEDFILE, seedrec.cpy) is
      *> slipped into the export, spread evenly through the subset.
      *> Each seed goes out under a code unique to this rental - the
      *> rental number and the seed's letter - printed at the end of
      *> its company name and of both contact last names, so a piece
      *> arriving at a seed address names the rental it came from
      *> whichever name line the renter mails to.
      *>
      *> The rental log (RENTLOG, rentlog.cpy) gets one rental entry
      *> (renter, rental ID, date, counts) and one seed entry per seed
      *> sent; SEEDTRC prints the trace from it. Rental numbers run on
      *> from the last rental on the log. A rental ID already on the
      *> log stops the run - a second export under the same contract
      *> would go out with new seed codes the renter was never sent.
      *>
      *> PARAMETER CARDS (RENTPARM):
      *>   RENTER   RENTER CODE (6) IN COLS 9-14, NAME IN COLS 16-45
      *>   RENTAL   RENTAL/CONTRACT ID (8) IN COLS 9-16
      *>   FIELD    ONE CARD PER FIELD ALLOWED, IN EXPORT ORDER:
      *>              COMPANY  COMPANY-NAME                30
      *>              PRESNAME PRESIDENT FIRST, LAST        24
      *>              VPNAME   VP-MARKETING FIRST, LAST     24
      *>              ADDRESS  MAIL-ADDRESS                15
      *>              CITY     CITY                        15
      *>              STATE    STATE                        2
      *>              ZIP      ZIP                          5
      *>              ZIP4     ZIP-PLUS-9                  10
      *>              COUNTRY  COUNTRY-CODE                 2
      *>              POSTAL   POSTAL-CODE                 10
      *>            ANY OTHER FIELD STOPS THE RUN.
      *>
      *> MODIFICATION HISTORY
      *>   10/15/2026  DK   Original list-rental export.
      *>***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LISTRENT.
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
           SELECT RENTAL-PARM-FILE ASSIGN TO RENTPARM
               ORGANIZATION IS SEQUENTIAL.

           SELECT SELECTED-FILE    ASSIGN TO MAILSUBS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAILING-KEY
               ALTERNATE RECORD KEY IS COMPANY-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-SELECTED-FILE-STATUS.

           SELECT SEED-FILE        ASSIGN TO SEEDFILE
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL RENTAL-LOG-FILE ASSIGN TO RENTLOG
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXPORT-FILE      ASSIGN TO RENTOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RENTAL-REPORT    ASSIGN TO RENTRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RENTAL-PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "rentparm.cpy".

       FD  SELECTED-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "copybook.cpy".

       FD  SEED-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "seedrec.cpy".

       FD  RENTAL-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "rentlog.cpy".

       FD  EXPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXPORT-RECORD               PIC X(150).

       FD  RENTAL-REPORT
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SELECTED-FILE-STATUS      PIC XX      VALUE '00'.

       01  WS-SWITCHES.
           05  WS-PARM-EOF-SWITCH       PIC X       VALUE 'N'.
               88  END-OF-PARM-FILE                 VALUE 'Y'.
           05  WS-SUBSET-EOF-SWITCH     PIC X       VALUE 'N'.
               88  END-OF-SUBSET-FILE               VALUE 'Y'.
           05  WS-SEED-EOF-SWITCH       PIC X       VALUE 'N'.
               88  END-OF-SEED-FILE                 VALUE 'Y'.
           05  WS-LOG-EOF-SWITCH        PIC X       VALUE 'N'.
               88  END-OF-RENTAL-LOG                VALUE 'Y'.
           05  WS-PARM-ERROR-SWITCH     PIC X       VALUE 'N'.
               88  PARM-ERROR-FOUND                 VALUE 'Y'.
           05  WS-FIELD-FOUND-SWITCH    PIC X       VALUE 'N'.
               88  FIELD-ALREADY-LISTED             VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-SUBSET-COUNT          PIC 9(7)    VALUE ZERO COMP.
           05  WS-SUBSET-EXPORTED       PIC 9(7)    VALUE ZERO COMP.
           05  WS-SEEDS-INSERTED        PIC 9(3)    VALUE ZERO COMP.
           05  WS-SEEDS-RETIRED         PIC 9(3)    VALUE ZERO COMP.
           05  WS-SINCE-LAST-SEED       PIC 9(7)    VALUE ZERO COMP.
           05  WS-SEED-INTERVAL         PIC 9(7)    VALUE ZERO COMP.

       01  WS-RUN-DATE                  PIC 9(6)    VALUE ZERO.

       01  WS-RENTAL.
           05  WS-RENTER-CODE           PIC X(6)    VALUE SPACES.
           05  WS-RENTER-NAME           PIC X(30)   VALUE SPACES.
           05  WS-RENTAL-ID             PIC X(8)    VALUE SPACES.
           05  WS-RENTAL-NUMBER         PIC 9(4)    VALUE ZERO.

      *>     THE CONTRACT'S FIELDS IN EXPORT ORDER, EACH WITH ITS
      *>     START COLUMN AND LENGTH ON THE EXPORT RECORD.
       01  WS-FIELD-TABLE.
           05  WS-FLD-USED              PIC 9(2)    COMP VALUE ZERO.
           05  WS-FLD-ENTRY             OCCURS 10 TIMES.
               10  WS-FLD-CODE          PIC X(8).
               10  WS-FLD-START         PIC 9(3)    COMP.
               10  WS-FLD-LENGTH        PIC 9(3)    COMP.
       01  WS-FLD-SUB                   PIC 9(2)    COMP.
       01  WS-NEXT-COLUMN               PIC 9(3)    COMP VALUE 1.
       01  WS-NEW-FIELD-LENGTH          PIC 9(3)    COMP.

       01  WS-SEED-TABLE.
           05  WS-SEED-USED             PIC 9(2)    COMP VALUE ZERO.
           05  WS-SEED-NEXT             PIC 9(2)    COMP VALUE 1.
           05  WS-SEED-ENTRY            OCCURS 26 TIMES.
               10  WS-SD-RECORD         PIC X(142).
               10  WS-SD-CODE           PIC X(5).
       01  WS-SEED-SUB                  PIC 9(2)    COMP.

       01  WS-SEED-LETTERS              PIC X(26)   VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01  WS-SEED-CODE.
           05  WS-SC-RENTAL-NUMBER      PIC 9(4).
           05  WS-SC-LETTER             PIC X.

      *>     ONE EXPORTABLE RECORD, FROM THE SUBSET OR FROM A SEED.
      *>     THE EXPORT RECORD IS CUT FROM THIS BY THE FIELD TABLE.
       01  WS-EXPORT-SOURCE.
           05  XS-COMPANY-NAME          PIC X(30).
           05  XS-PRES-NAME.
               10  XS-PRES-FIRST-NAME   PIC X(8).
               10  FILLER               PIC X       VALUE SPACE.
               10  XS-PRES-LAST-NAME    PIC X(15).
           05  XS-VP-NAME.
               10  XS-VP-FIRST-NAME     PIC X(8).
               10  FILLER               PIC X       VALUE SPACE.
               10  XS-VP-LAST-NAME      PIC X(15).
           05  XS-MAIL-ADDRESS          PIC X(15).
           05  XS-CITY                  PIC X(15).
           05  XS-STATE                 PIC XX.
           05  XS-ZIP                   PIC 9(5).
           05  XS-ZIP-PLUS-9            PIC X(10).
           05  XS-COUNTRY-CODE          PIC XX.
           05  XS-POSTAL-CODE           PIC X(10).

      *>     A SEED'S NAMES CARRY THE RENTAL'S SEED CODE IN THEIR
      *>     LAST SIX COLUMNS.
       01  WS-CODED-COMPANY.
           05  CC-SEED-COMPANY          PIC X(24).
           05  FILLER                   PIC X       VALUE SPACE.
           05  CC-SEED-CODE             PIC X(5).

       01  WS-CODED-LAST-NAME.
           05  CL-SEED-LAST-NAME        PIC X(9).
           05  FILLER                   PIC X       VALUE SPACE.
           05  CL-SEED-CODE             PIC X(5).

       01  WS-RPT-HEADING.
           05  FILLER                   PIC X(28)   VALUE
               'LIST RENTAL EXPORT   RENTAL '.
           05  HDG-RENTAL-NUMBER        PIC 9(4).
           05  FILLER                   PIC X(6)    VALUE '  ID '.
           05  HDG-RENTAL-ID            PIC X(8).
           05  FILLER                   PIC X(7)    VALUE '  DATE '.
           05  HDG-RUN-DATE             PIC 9(6).

       01  WS-RPT-RENTER-LINE.
           05  FILLER                   PIC X(8)    VALUE 'RENTER  '.
           05  HDG-RENTER-CODE          PIC X(6).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  HDG-RENTER-NAME          PIC X(30).

       01  WS-LAYOUT-HEADING.
           05  FILLER                   PIC X(40)   VALUE
               'EXPORT LAYOUT   FIELD     START  LENGTH'.

       01  WS-LAYOUT-LINE.
           05  FILLER                   PIC X(16)   VALUE SPACES.
           05  LAY-FIELD-CODE           PIC X(8).
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  LAY-START                PIC ZZ9.
           05  FILLER                   PIC X(5)    VALUE SPACES.
           05  LAY-LENGTH               PIC ZZ9.

       01  WS-SEED-HEADING.
           05  FILLER                   PIC X(50)   VALUE
               'SEEDS SENT   SEED  CODE   COMPANY AS EXPORTED'.

       01  WS-SEED-LINE.
           05  FILLER                   PIC X(13)   VALUE SPACES.
           05  SDL-SEED-ID              PIC X(4).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  SDL-SEED-CODE            PIC X(5).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  SDL-COMPANY              PIC X(30).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  SDL-ZIP                  PIC 9(5).

       01  WS-TOTAL-LINE.
           05  TOT-LABEL                PIC X(25).
           05  TOT-COUNT                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-EXPORT-ONE-RECORD THRU 2000-EXIT
               UNTIL END-OF-SUBSET-FILE
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           STOP RUN.

      *>***************************************************************
      *> 1000-INITIALIZE - RENTER, RENTAL AND AT LEAST ONE FIELD CARD
      *>     ARE REQUIRED. LOAD THE ACTIVE SEEDS, TAKE THE NEXT RENTAL
      *>     NUMBER FROM THE LOG, COUNT THE SUBSET TO SPACE THE SEEDS
      *>     THROUGH IT, AND PRINT THE RENTER'S LAYOUT.
      *>***************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE

           OPEN INPUT RENTAL-PARM-FILE
           PERFORM 1100-READ-PARM-FILE THRU 1100-EXIT
           PERFORM 1200-APPLY-ONE-CARD THRU 1200-EXIT
               UNTIL END-OF-PARM-FILE
           CLOSE RENTAL-PARM-FILE

           IF WS-RENTER-CODE = SPACES
               DISPLAY 'LISTRENT - NO RENTER CARD'
               SET PARM-ERROR-FOUND TO TRUE
           END-IF
           IF WS-RENTAL-ID = SPACES
               DISPLAY 'LISTRENT - NO RENTAL CARD'
               SET PARM-ERROR-FOUND TO TRUE
           END-IF
           IF WS-FLD-USED = ZERO
               DISPLAY 'LISTRENT - NO FIELD CARDS'
               SET PARM-ERROR-FOUND TO TRUE
           END-IF
           IF PARM-ERROR-FOUND
               DISPLAY 'LISTRENT - PARAMETER ERRORS, RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1300-LOAD-SEEDS THRU 1300-EXIT
           PERFORM 1400-NEXT-RENTAL-NUMBER THRU 1400-EXIT
           PERFORM 1500-COUNT-SUBSET THRU 1500-EXIT

           COMPUTE WS-SEED-INTERVAL =
               WS-SUBSET-COUNT / (WS-SEED-USED + 1)
           IF WS-SEED-INTERVAL = ZERO
               MOVE 1 TO WS-SEED-INTERVAL
           END-IF

           OPEN INPUT  SELECTED-FILE
                OUTPUT EXPORT-FILE
                OUTPUT RENTAL-REPORT
           IF WS-SELECTED-FILE-STATUS NOT = '00'
               DISPLAY 'LISTRENT - SELECTED-FILE OPEN FAILED, STATUS: '
                        WS-SELECTED-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1700-PRINT-LAYOUT THRU 1700-EXIT

           PERFORM 2100-READ-SUBSET-FILE THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       1100-READ-PARM-FILE.
           READ RENTAL-PARM-FILE
               AT END
                   SET END-OF-PARM-FILE TO TRUE
           END-READ.

       1100-EXIT.
           EXIT.

       1200-APPLY-ONE-CARD.
           IF RP-RENTER-CARD
               MOVE RP-RENTER-CODE TO WS-RENTER-CODE
               MOVE RP-RENTER-NAME TO WS-RENTER-NAME
           ELSE
               IF RP-RENTAL-CARD
                   MOVE RP-VALUE (1:8) TO WS-RENTAL-ID
               ELSE
                   IF RP-FIELD-CARD
                       PERFORM 1250-ADD-FIELD THRU 1250-EXIT
                   ELSE
                       DISPLAY 'LISTRENT - UNKNOWN CARD: ' RP-KEYWORD
                               ' CARD IGNORED'
                   END-IF
               END-IF
           END-IF

           PERFORM 1100-READ-PARM-FILE THRU 1100-EXIT.
       1200-EXIT.
           EXIT.

      *>***************************************************************
      *> 1250-ADD-FIELD - ONLY THE NAME AND ADDRESS FIELDS LISTED IN
      *>     THE PROGRAM HEADER CAN BE RENTED. A CARD NAMING ANY
      *>     OTHER FIELD IS A CONTRACT SET UP WRONG, AND THE RUN WILL
      *>     NOT EXPORT ON IT.
      *>***************************************************************
       1250-ADD-FIELD.
           MOVE ZERO TO WS-NEW-FIELD-LENGTH
           IF RP-VALUE (1:8) = 'COMPANY '
               MOVE 30 TO WS-NEW-FIELD-LENGTH
           ELSE
           IF RP-VALUE (1:8) = 'PRESNAME'
               MOVE 24 TO WS-NEW-FIELD-LENGTH
           ELSE
           IF RP-VALUE (1:8) = 'VPNAME  '
               MOVE 24 TO WS-NEW-FIELD-LENGTH
           ELSE
           IF RP-VALUE (1:8) = 'ADDRESS '
               MOVE 15 TO WS-NEW-FIELD-LENGTH
           ELSE
           IF RP-VALUE (1:8) = 'CITY    '
               MOVE 15 TO WS-NEW-FIELD-LENGTH
           ELSE
           IF RP-VALUE (1:8) = 'STATE   '
               MOVE 2  TO WS-NEW-FIELD-LENGTH
           ELSE
           IF RP-VALUE (1:8) = 'ZIP     '
               MOVE 5  TO WS-NEW-FIELD-LENGTH
           ELSE
           IF RP-VALUE (1:8) = 'ZIP4    '
               MOVE 10 TO WS-NEW-FIELD-LENGTH
           ELSE
           IF RP-VALUE (1:8) = 'COUNTRY '
               MOVE 2  TO WS-NEW-FIELD-LENGTH
           ELSE
           IF RP-VALUE (1:8) = 'POSTAL  '
               MOVE 10 TO WS-NEW-FIELD-LENGTH
           END-IF END-IF END-IF END-IF END-IF
           END-IF END-IF END-IF END-IF END-IF

           IF WS-NEW-FIELD-LENGTH = ZERO
               DISPLAY 'LISTRENT - FIELD NOT RENTABLE: '
                       RP-VALUE (1:8)
               SET PARM-ERROR-FOUND TO TRUE
           ELSE
               MOVE 'N' TO WS-FIELD-FOUND-SWITCH
               PERFORM 1260-CHECK-FIELD-LISTED THRU 1260-EXIT
                   VARYING WS-FLD-SUB FROM 1 BY 1
                   UNTIL WS-FLD-SUB > WS-FLD-USED
                      OR FIELD-ALREADY-LISTED
               IF FIELD-ALREADY-LISTED
                   DISPLAY 'LISTRENT - FIELD ' RP-VALUE (1:8)
                           ' NAMED TWICE, CARD IGNORED'
               ELSE
                   ADD 1 TO WS-FLD-USED
                   MOVE RP-VALUE (1:8) TO WS-FLD-CODE (WS-FLD-USED)
                   MOVE WS-NEXT-COLUMN TO WS-FLD-START (WS-FLD-USED)
                   MOVE WS-NEW-FIELD-LENGTH
                       TO WS-FLD-LENGTH (WS-FLD-USED)
                   ADD WS-NEW-FIELD-LENGTH TO WS-NEXT-COLUMN
               END-IF
           END-IF.

       1250-EXIT.
           EXIT.

       1260-CHECK-FIELD-LISTED.
           IF WS-FLD-CODE (WS-FLD-SUB) = RP-VALUE (1:8)
               SET FIELD-ALREADY-LISTED TO TRUE
           END-IF.

       1260-EXIT.
           EXIT.

      *>***************************************************************
      *> 1300-LOAD-SEEDS - ACTIVE SEEDS ONLY; A RETIRED SEED STAYS ON
      *>     THE FILE SO ITS OLD CODES CAN STILL BE TRACED.
      *>***************************************************************
       1300-LOAD-SEEDS.
           OPEN INPUT SEED-FILE
           PERFORM 1310-READ-SEED-FILE THRU 1310-EXIT
           PERFORM 1320-TABLE-ONE-SEED THRU 1320-EXIT
               UNTIL END-OF-SEED-FILE
           CLOSE SEED-FILE

           IF WS-SEED-USED = ZERO
               DISPLAY 'LISTRENT - NO ACTIVE SEEDS ON THE SEED FILE, '
                       'RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-EXIT.
           EXIT.

       1310-READ-SEED-FILE.
           READ SEED-FILE
               AT END
                   SET END-OF-SEED-FILE TO TRUE
           END-READ.

       1310-EXIT.
           EXIT.

       1320-TABLE-ONE-SEED.
           IF SR-SEED-ACTIVE
               IF WS-SEED-USED < 26
                   ADD 1 TO WS-SEED-USED
                   MOVE SEED-RECORD TO WS-SD-RECORD (WS-SEED-USED)
               ELSE
                   DISPLAY 'LISTRENT - MORE THAN 26 ACTIVE SEEDS, '
                           'SEED ' SR-SEED-ID ' NOT SENT'
               END-IF
           ELSE
               ADD 1 TO WS-SEEDS-RETIRED
           END-IF
           PERFORM 1310-READ-SEED-FILE THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

      *>***************************************************************
      *> 1400-NEXT-RENTAL-NUMBER - ONE PAST THE LAST RENTAL ON THE
      *>     LOG, WHICH IS ONLY EVER APPENDED TO.
      *>***************************************************************
       1400-NEXT-RENTAL-NUMBER.
           OPEN INPUT RENTAL-LOG-FILE
           PERFORM 1410-READ-RENTAL-LOG THRU 1410-EXIT
           PERFORM 1420-CHECK-LOG-ENTRY THRU 1420-EXIT
               UNTIL END-OF-RENTAL-LOG
           CLOSE RENTAL-LOG-FILE

           ADD 1 TO WS-RENTAL-NUMBER
           IF WS-RENTAL-NUMBER = ZERO
               MOVE 1 TO WS-RENTAL-NUMBER
           END-IF
           MOVE WS-RENTAL-NUMBER TO WS-SC-RENTAL-NUMBER.

       1400-EXIT.
           EXIT.

       1410-READ-RENTAL-LOG.
           READ RENTAL-LOG-FILE
               AT END
                   SET END-OF-RENTAL-LOG TO TRUE
           END-READ.

       1410-EXIT.
           EXIT.

       1420-CHECK-LOG-ENTRY.
           IF RL-RENTAL-ENTRY
               MOVE RL-RENTAL-NUMBER TO WS-RENTAL-NUMBER
               IF RL-RENTAL-ID = WS-RENTAL-ID
                   DISPLAY 'LISTRENT - RENTAL ' WS-RENTAL-ID
                           ' ALREADY EXPORTED ' RL-RENTAL-DATE
                           ' AS RENTAL ' RL-RENTAL-NUMBER
                           ', RUN ABANDONED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1410-READ-RENTAL-LOG THRU 1410-EXIT.
       1420-EXIT.
           EXIT.

       1500-COUNT-SUBSET.
           OPEN INPUT SELECTED-FILE
           IF WS-SELECTED-FILE-STATUS NOT = '00'
               DISPLAY 'LISTRENT - SELECTED-FILE OPEN FAILED, STATUS: '
                        WS-SELECTED-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-READ-SUBSET-FILE THRU 2100-EXIT
           PERFORM 1510-COUNT-ONE-RECORD THRU 1510-EXIT
               UNTIL END-OF-SUBSET-FILE
           CLOSE SELECTED-FILE
           MOVE 'N' TO WS-SUBSET-EOF-SWITCH.

       1500-EXIT.
           EXIT.

       1510-COUNT-ONE-RECORD.
           ADD 1 TO WS-SUBSET-COUNT
           PERFORM 2100-READ-SUBSET-FILE THRU 2100-EXIT.
       1510-EXIT.
           EXIT.

       1700-PRINT-LAYOUT.
           MOVE WS-RENTAL-NUMBER TO HDG-RENTAL-NUMBER
           MOVE WS-RENTAL-ID     TO HDG-RENTAL-ID
           MOVE WS-RUN-DATE      TO HDG-RUN-DATE
           WRITE RPT-LINE FROM WS-RPT-HEADING
           MOVE WS-RENTER-CODE   TO HDG-RENTER-CODE
           MOVE WS-RENTER-NAME   TO HDG-RENTER-NAME
           WRITE RPT-LINE FROM WS-RPT-RENTER-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-LAYOUT-HEADING
           PERFORM 1710-PRINT-LAYOUT-LINE THRU 1710-EXIT
               VARYING WS-FLD-SUB FROM 1 BY 1
               UNTIL WS-FLD-SUB > WS-FLD-USED
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-SEED-HEADING.

       1700-EXIT.
           EXIT.

       1710-PRINT-LAYOUT-LINE.
           MOVE WS-FLD-CODE (WS-FLD-SUB)   TO LAY-FIELD-CODE
           MOVE WS-FLD-START (WS-FLD-SUB)  TO LAY-START
           MOVE WS-FLD-LENGTH (WS-FLD-SUB) TO LAY-LENGTH
           WRITE RPT-LINE FROM WS-LAYOUT-LINE.

       1710-EXIT.
           EXIT.

      *>***************************************************************
      *> 2000-EXPORT-ONE-RECORD - EXPORT ONE SUBSET RECORD; AFTER
      *>     EVERY SEED INTERVAL'S WORTH OF RECORDS, SLIP IN THE NEXT
      *>     SEED.
      *>***************************************************************
       2000-EXPORT-ONE-RECORD.
           MOVE COMPANY-NAME               TO XS-COMPANY-NAME
           MOVE FIRST-NAME OF PRESIDENT    TO XS-PRES-FIRST-NAME
           MOVE LAST-NAME OF PRESIDENT     TO XS-PRES-LAST-NAME
           MOVE FIRST-NAME OF VP-MARKETING TO XS-VP-FIRST-NAME
           MOVE LAST-NAME OF VP-MARKETING  TO XS-VP-LAST-NAME
           MOVE MAIL-ADDRESS               TO XS-MAIL-ADDRESS
           MOVE CITY                       TO XS-CITY
           MOVE STATE                      TO XS-STATE
           MOVE ZIP                        TO XS-ZIP
           MOVE ZIP-PLUS-9                 TO XS-ZIP-PLUS-9
           MOVE COUNTRY-CODE               TO XS-COUNTRY-CODE
           MOVE POSTAL-CODE                TO XS-POSTAL-CODE
           PERFORM 2500-WRITE-EXPORT-RECORD THRU 2500-EXIT
           ADD 1 TO WS-SUBSET-EXPORTED

           ADD 1 TO WS-SINCE-LAST-SEED
           IF WS-SINCE-LAST-SEED NOT < WS-SEED-INTERVAL
           AND WS-SEED-NEXT NOT > WS-SEED-USED
               PERFORM 2300-INSERT-SEED THRU 2300-EXIT
               MOVE ZERO TO WS-SINCE-LAST-SEED
           END-IF

           PERFORM 2100-READ-SUBSET-FILE THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-SUBSET-FILE.
           READ SELECTED-FILE
               AT END
                   SET END-OF-SUBSET-FILE TO TRUE
           END-READ.

       2100-EXIT.
           EXIT.

      *>***************************************************************
      *> 2300-INSERT-SEED - CODE THE NEXT SEED FOR THIS RENTAL AND
      *>     EXPORT IT LIKE ANY SUBSET RECORD.
      *>***************************************************************
       2300-INSERT-SEED.
           MOVE WS-SD-RECORD (WS-SEED-NEXT) TO SEED-RECORD
           MOVE WS-SEED-LETTERS (WS-SEED-NEXT:1) TO WS-SC-LETTER
           MOVE WS-SEED-CODE TO WS-SD-CODE (WS-SEED-NEXT)

           MOVE SR-COMPANY-NAME    TO CC-SEED-COMPANY
           MOVE WS-SEED-CODE       TO CC-SEED-CODE
           MOVE WS-CODED-COMPANY   TO XS-COMPANY-NAME
           MOVE SR-PRES-FIRST-NAME TO XS-PRES-FIRST-NAME
           MOVE SR-PRES-LAST-NAME  TO CL-SEED-LAST-NAME
           MOVE WS-SEED-CODE       TO CL-SEED-CODE
           MOVE WS-CODED-LAST-NAME TO XS-PRES-LAST-NAME
           MOVE SR-VP-FIRST-NAME   TO XS-VP-FIRST-NAME
           MOVE SR-VP-LAST-NAME    TO CL-SEED-LAST-NAME
           MOVE WS-CODED-LAST-NAME TO XS-VP-LAST-NAME
           MOVE SR-MAIL-ADDRESS    TO XS-MAIL-ADDRESS
           MOVE SR-CITY            TO XS-CITY
           MOVE SR-STATE           TO XS-STATE
           MOVE SR-ZIP             TO XS-ZIP
           MOVE SR-ZIP-PLUS-9      TO XS-ZIP-PLUS-9
           MOVE SR-COUNTRY-CODE    TO XS-COUNTRY-CODE
           MOVE SR-POSTAL-CODE     TO XS-POSTAL-CODE
           PERFORM 2500-WRITE-EXPORT-RECORD THRU 2500-EXIT

           MOVE SR-SEED-ID         TO SDL-SEED-ID
           MOVE WS-SEED-CODE       TO SDL-SEED-CODE
           MOVE WS-CODED-COMPANY   TO SDL-COMPANY
           MOVE SR-ZIP             TO SDL-ZIP
           WRITE RPT-LINE FROM WS-SEED-LINE

           ADD 1 TO WS-SEEDS-INSERTED
           ADD 1 TO WS-SEED-NEXT.

       2300-EXIT.
           EXIT.

      *>***************************************************************
      *> 2500-WRITE-EXPORT-RECORD - CUT THE CONTRACT'S FIELDS OUT OF
      *>     THE SOURCE RECORD INTO THE RENTER'S LAYOUT.
      *>***************************************************************
       2500-WRITE-EXPORT-RECORD.
           MOVE SPACES TO EXPORT-RECORD
           PERFORM 2510-MOVE-ONE-FIELD THRU 2510-EXIT
               VARYING WS-FLD-SUB FROM 1 BY 1
               UNTIL WS-FLD-SUB > WS-FLD-USED
           WRITE EXPORT-RECORD.

       2500-EXIT.
           EXIT.

       2510-MOVE-ONE-FIELD.
           IF WS-FLD-CODE (WS-FLD-SUB) = 'COMPANY '
               MOVE XS-COMPANY-NAME TO EXPORT-RECORD
                   (WS-FLD-START (WS-FLD-SUB) : 30)
           ELSE
           IF WS-FLD-CODE (WS-FLD-SUB) = 'PRESNAME'
               MOVE XS-PRES-NAME TO EXPORT-RECORD
                   (WS-FLD-START (WS-FLD-SUB) : 24)
           ELSE
           IF WS-FLD-CODE (WS-FLD-SUB) = 'VPNAME  '
               MOVE XS-VP-NAME TO EXPORT-RECORD
                   (WS-FLD-START (WS-FLD-SUB) : 24)
           ELSE
           IF WS-FLD-CODE (WS-FLD-SUB) = 'ADDRESS '
               MOVE XS-MAIL-ADDRESS TO EXPORT-RECORD
                   (WS-FLD-START (WS-FLD-SUB) : 15)
           ELSE
           IF WS-FLD-CODE (WS-FLD-SUB) = 'CITY    '
               MOVE XS-CITY TO EXPORT-RECORD
                   (WS-FLD-START (WS-FLD-SUB) : 15)
           ELSE
           IF WS-FLD-CODE (WS-FLD-SUB) = 'STATE   '
               MOVE XS-STATE TO EXPORT-RECORD
                   (WS-FLD-START (WS-FLD-SUB) : 2)
           ELSE
           IF WS-FLD-CODE (WS-FLD-SUB) = 'ZIP     '
               MOVE XS-ZIP TO EXPORT-RECORD
                   (WS-FLD-START (WS-FLD-SUB) : 5)
           ELSE
           IF WS-FLD-CODE (WS-FLD-SUB) = 'ZIP4    '
               MOVE XS-ZIP-PLUS-9 TO EXPORT-RECORD
                   (WS-FLD-START (WS-FLD-SUB) : 10)
           ELSE
           IF WS-FLD-CODE (WS-FLD-SUB) = 'COUNTRY '
               MOVE XS-COUNTRY-CODE TO EXPORT-RECORD
                   (WS-FLD-START (WS-FLD-SUB) : 2)
           ELSE
           IF WS-FLD-CODE (WS-FLD-SUB) = 'POSTAL  '
               MOVE XS-POSTAL-CODE TO EXPORT-RECORD
                   (WS-FLD-START (WS-FLD-SUB) : 10)
           END-IF END-IF END-IF END-IF END-IF
           END-IF END-IF END-IF END-IF END-IF.

       2510-EXIT.
           EXIT.

      *>***************************************************************
      *> 3000-TERMINATE - A SUBSET TOO SHORT FOR EVERY SEED'S SLOT
      *>     GETS THE REST AT THE END. THEN LOG THE RENTAL AND EACH
      *>     SEED SENT, AND PRINT THE TOTALS.
      *>***************************************************************
       3000-TERMINATE.
           PERFORM 2300-INSERT-SEED THRU 2300-EXIT
               UNTIL WS-SEED-NEXT > WS-SEED-USED

           OPEN EXTEND RENTAL-LOG-FILE
           MOVE SPACES            TO RENTAL-LOG-RECORD
           SET RL-RENTAL-ENTRY    TO TRUE
           PERFORM 3100-FILL-LOG-HEADER THRU 3100-EXIT
           MOVE WS-RENTER-NAME     TO RL-RENTER-NAME
           MOVE WS-SUBSET-EXPORTED TO RL-SUBSET-EXPORTED
           MOVE WS-SEEDS-INSERTED  TO RL-SEEDS-INSERTED
           MOVE WS-FLD-USED        TO RL-FIELD-COUNT
           WRITE RENTAL-LOG-RECORD

           PERFORM 3200-LOG-ONE-SEED THRU 3200-EXIT
               VARYING WS-SEED-SUB FROM 1 BY 1
               UNTIL WS-SEED-SUB > WS-SEED-USED
           CLOSE RENTAL-LOG-FILE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'SUBSET RECORDS EXPORTED .' TO TOT-LABEL
           MOVE WS-SUBSET-EXPORTED          TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'SEEDS INSERTED  . . . . .' TO TOT-LABEL
           MOVE WS-SEEDS-INSERTED           TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'RETIRED SEEDS NOT SENT  .' TO TOT-LABEL
           MOVE WS-SEEDS-RETIRED            TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'RECORDS ON EXPORT FILE  .' TO TOT-LABEL
           COMPUTE TOT-COUNT = WS-SUBSET-EXPORTED + WS-SEEDS-INSERTED
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           CLOSE SELECTED-FILE
                 EXPORT-FILE
                 RENTAL-REPORT

           DISPLAY 'LISTRENT - RENTAL ' WS-RENTAL-NUMBER ' '
                   WS-RENTAL-ID ' TO ' WS-RENTER-CODE
           DISPLAY 'LISTRENT - RECORDS EXPORTED: ' WS-SUBSET-EXPORTED
           DISPLAY 'LISTRENT - SEEDS INSERTED:   ' WS-SEEDS-INSERTED.

       3000-EXIT.
           EXIT.

       3100-FILL-LOG-HEADER.
           MOVE WS-RENTAL-NUMBER  TO RL-RENTAL-NUMBER
           MOVE WS-RENTAL-ID      TO RL-RENTAL-ID
           MOVE WS-RENTER-CODE    TO RL-RENTER-CODE
           MOVE WS-RUN-DATE       TO RL-RENTAL-DATE.

       3100-EXIT.
           EXIT.

       3200-LOG-ONE-SEED.
           MOVE WS-SD-RECORD (WS-SEED-SUB) TO SEED-RECORD
           MOVE SPACES            TO RENTAL-LOG-RECORD
           SET RL-SEED-ENTRY      TO TRUE
           PERFORM 3100-FILL-LOG-HEADER THRU 3100-EXIT
           MOVE SR-SEED-ID        TO RL-SEED-ID
           MOVE WS-SD-CODE (WS-SEED-SUB) TO RL-SEED-CODE
           MOVE SR-COMPANY-NAME   TO CC-SEED-COMPANY
           MOVE WS-SD-CODE (WS-SEED-SUB) TO CC-SEED-CODE
           MOVE WS-CODED-COMPANY  TO RL-SEED-COMPANY
           MOVE SR-ZIP            TO RL-SEED-ZIP
           WRITE RENTAL-LOG-RECORD.

       3200-EXIT.
           EXIT.
