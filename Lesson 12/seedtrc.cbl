      *>***************************************************************
      *> PROGRAM-ID : SEEDTRC
      *> AUTHOR     : D. KOWALCZYK - MAILING SYSTEMS UNIT
      *> DATE-WRITTEN : 10/15/2026
      *>
      *> Seed trace report from the list-rental log (RENTLOG,
      *> rentlog.cpy) LISTRENT keeps. The first part lists every
      *> rental in the order it went out - rental number, contract
      *> ID, renter, date, records and seeds sent. The second part
      *> takes each seed on the seed file (SEEDFILE, seedrec.cpy) in
      *> seed ID order, with its address and the person who receives
      *> its mail, and lists every code it has gone out under and the
      *> rental and renter each code belongs to. A piece arriving at
      *> a seed address carries the code at the end of its name line
      *> - the first four digits are the rental number, the letter is
      *> the seed - so the rental it came from is one look-up here.
      *>
      *> MODIFICATION HISTORY
      *>   10/15/2026  DK   Original seed trace report.
      *>***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SEEDTRC.
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
           SELECT OPTIONAL RENTAL-LOG-FILE ASSIGN TO RENTLOG
               ORGANIZATION IS SEQUENTIAL.

           SELECT SEED-FILE        ASSIGN TO SEEDFILE
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE   ASSIGN TO SORTWK1.

           SELECT TRACE-REPORT     ASSIGN TO SEEDRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RENTAL-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "rentlog.cpy".

       FD  SEED-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "seedrec.cpy".

       SD  SORT-WORK-FILE.
       01  SORT-SEED-RECORD.
           05  SRT-SORT-KEY.
               10  SRT-SEED-ID         PIC X(4).
               10  SRT-RENTAL-NUMBER   PIC 9(4).
           05  SRT-SEED-CODE           PIC X(5).
           05  SRT-RENTAL-ID           PIC X(8).
           05  SRT-RENTER-CODE         PIC X(6).
           05  SRT-RENTAL-DATE         PIC 9(6).
           05  SRT-SEED-COMPANY        PIC X(30).

       FD  TRACE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-LOG-EOF-SWITCH        PIC X       VALUE 'N'.
               88  END-OF-RENTAL-LOG                VALUE 'Y'.
           05  WS-SEED-EOF-SWITCH       PIC X       VALUE 'N'.
               88  END-OF-SEED-FILE                 VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH       PIC X       VALUE 'N'.
               88  END-OF-SORTED-SEEDS              VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RENTALS-LISTED        PIC 9(5)    VALUE ZERO COMP.
           05  WS-CODES-LISTED          PIC 9(7)    VALUE ZERO COMP.
           05  WS-SEEDS-NO-CODES        PIC 9(5)    VALUE ZERO COMP.

       01  WS-CURRENT-SEED-ID           PIC X(4)    VALUE LOW-VALUES.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(40)   VALUE
               'LIST RENTAL LOG AND SEED TRACE'.

       01  WS-RENTAL-HEADING.
           05  FILLER                   PIC X(50)   VALUE
               'RENTAL  CONTRACT  RENTER  DATE    RENTER NAME'.
           05  FILLER                   PIC X(30)   VALUE
               '                 RECORDS SEEDS'.

       01  WS-RENTAL-LINE.
           05  RNL-RENTAL-NUMBER        PIC 9(4).
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  RNL-RENTAL-ID            PIC X(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  RNL-RENTER-CODE          PIC X(6).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  RNL-RENTAL-DATE          PIC 9(6).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  RNL-RENTER-NAME          PIC X(30).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  RNL-RECORDS              PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  RNL-SEEDS                PIC ZZ9.

       01  WS-SEED-HEADING-LINE.
           05  FILLER                   PIC X(5)    VALUE 'SEED '.
           05  SHL-SEED-ID              PIC X(4).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  SHL-MAIL-ADDRESS         PIC X(15).
           05  FILLER                   PIC X       VALUE SPACE.
           05  SHL-CITY                 PIC X(15).
           05  FILLER                   PIC X       VALUE SPACE.
           05  SHL-STATE                PIC XX.
           05  FILLER                   PIC X       VALUE SPACE.
           05  SHL-ZIP                  PIC 9(5).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  SHL-STATUS               PIC X(12).
           05  FILLER                   PIC X(10)   VALUE
               'RECEIVER: '.
           05  SHL-RECEIVER             PIC X(20).

       01  WS-CODE-LINE.
           05  FILLER                   PIC X(6)    VALUE SPACES.
           05  CDL-SEED-CODE            PIC X(5).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  CDL-SEED-COMPANY         PIC X(30).
           05  FILLER                   PIC X(9)    VALUE
               '  RENTAL '.
           05  CDL-RENTAL-NUMBER        PIC 9(4).
           05  FILLER                   PIC X       VALUE SPACE.
           05  CDL-RENTAL-ID            PIC X(8).
           05  FILLER                   PIC X(9)    VALUE
               '  RENTER '.
           05  CDL-RENTER-CODE          PIC X(6).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  CDL-RENTAL-DATE          PIC 9(6).

       01  WS-NO-CODES-LINE.
           05  FILLER                   PIC X(6)    VALUE SPACES.
           05  FILLER                   PIC X(30)   VALUE
               'NOT YET SENT ON ANY RENTAL'.

       01  WS-TOTAL-LINE.
           05  TOT-LABEL                PIC X(25).
           05  TOT-COUNT                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           OPEN OUTPUT TRACE-REPORT
           WRITE RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-SORT-KEY
               INPUT PROCEDURE IS 1000-LIST-RENTALS
               OUTPUT PROCEDURE IS 2000-TRACE-SEEDS
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           STOP RUN.

      *>***************************************************************
      *> 1000-LIST-RENTALS - ONE PASS OF THE LOG: EACH RENTAL ENTRY IS
      *>     PRINTED AS IT IS READ AND EACH SEED ENTRY IS RELEASED TO
      *>     THE SORT FOR THE TRACE.
      *>***************************************************************
       1000-LIST-RENTALS.
           WRITE RPT-LINE FROM WS-RENTAL-HEADING
           OPEN INPUT RENTAL-LOG-FILE
           PERFORM 1100-READ-RENTAL-LOG THRU 1100-EXIT
           PERFORM 1200-TAKE-LOG-ENTRY THRU 1200-EXIT
               UNTIL END-OF-RENTAL-LOG
           CLOSE RENTAL-LOG-FILE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       1000-EXIT.
           EXIT.

       1100-READ-RENTAL-LOG.
           READ RENTAL-LOG-FILE
               AT END
                   SET END-OF-RENTAL-LOG TO TRUE
           END-READ.

       1100-EXIT.
           EXIT.

       1200-TAKE-LOG-ENTRY.
           IF RL-RENTAL-ENTRY
               MOVE RL-RENTAL-NUMBER   TO RNL-RENTAL-NUMBER
               MOVE RL-RENTAL-ID       TO RNL-RENTAL-ID
               MOVE RL-RENTER-CODE     TO RNL-RENTER-CODE
               MOVE RL-RENTAL-DATE     TO RNL-RENTAL-DATE
               MOVE RL-RENTER-NAME     TO RNL-RENTER-NAME
               MOVE RL-SUBSET-EXPORTED TO RNL-RECORDS
               MOVE RL-SEEDS-INSERTED  TO RNL-SEEDS
               WRITE RPT-LINE FROM WS-RENTAL-LINE
               ADD 1 TO WS-RENTALS-LISTED
           ELSE
               IF RL-SEED-ENTRY
                   MOVE RL-SEED-ID       TO SRT-SEED-ID
                   MOVE RL-RENTAL-NUMBER TO SRT-RENTAL-NUMBER
                   MOVE RL-SEED-CODE     TO SRT-SEED-CODE
                   MOVE RL-RENTAL-ID     TO SRT-RENTAL-ID
                   MOVE RL-RENTER-CODE   TO SRT-RENTER-CODE
                   MOVE RL-RENTAL-DATE   TO SRT-RENTAL-DATE
                   MOVE RL-SEED-COMPANY  TO SRT-SEED-COMPANY
                   RELEASE SORT-SEED-RECORD
               END-IF
           END-IF
           PERFORM 1100-READ-RENTAL-LOG THRU 1100-EXIT.

       1200-EXIT.
           EXIT.

      *>***************************************************************
      *> 2000-TRACE-SEEDS - MATCH THE SEED FILE (IN SEED ID ORDER)
      *>     AGAINST THE SORTED CODES: A HEADING PER SEED, THEN ITS
      *>     CODES. A SEED NEVER SENT SAYS SO; A CODE WHOSE SEED HAS
      *>     SINCE LEFT THE SEED FILE IS STILL LISTED UNDER ITS ID.
      *>***************************************************************
       2000-TRACE-SEEDS.
           OPEN INPUT SEED-FILE
           PERFORM 2100-READ-SEED-FILE THRU 2100-EXIT
           PERFORM 2200-RETURN-SORTED-CODE THRU 2200-EXIT
           PERFORM 2300-MATCH-SEED-AND-CODE THRU 2300-EXIT
               UNTIL END-OF-SEED-FILE
                 AND END-OF-SORTED-SEEDS
           CLOSE SEED-FILE.

       2000-EXIT.
           EXIT.

       2100-READ-SEED-FILE.
           READ SEED-FILE
               AT END
                   SET END-OF-SEED-FILE TO TRUE
                   MOVE HIGH-VALUES TO SR-SEED-ID
           END-READ.

       2100-EXIT.
           EXIT.

       2200-RETURN-SORTED-CODE.
           RETURN SORT-WORK-FILE
               AT END
                   SET END-OF-SORTED-SEEDS TO TRUE
                   MOVE HIGH-VALUES TO SRT-SEED-ID
           END-RETURN.

       2200-EXIT.
           EXIT.

       2300-MATCH-SEED-AND-CODE.
           IF SR-SEED-ID < SRT-SEED-ID
               IF SR-SEED-ID NOT = WS-CURRENT-SEED-ID
                   PERFORM 2400-PRINT-SEED-HEADING THRU 2400-EXIT
                   WRITE RPT-LINE FROM WS-NO-CODES-LINE
                   ADD 1 TO WS-SEEDS-NO-CODES
               END-IF
               PERFORM 2100-READ-SEED-FILE THRU 2100-EXIT
           ELSE
               IF SR-SEED-ID = SRT-SEED-ID
                   IF SR-SEED-ID NOT = WS-CURRENT-SEED-ID
                       PERFORM 2400-PRINT-SEED-HEADING THRU 2400-EXIT
                   END-IF
               ELSE
                   IF SRT-SEED-ID NOT = WS-CURRENT-SEED-ID
                       MOVE SPACES      TO SHL-MAIL-ADDRESS
                                           SHL-CITY SHL-STATE
                                           SHL-RECEIVER
                       MOVE ZERO        TO SHL-ZIP
                       MOVE SRT-SEED-ID TO SHL-SEED-ID
                                           WS-CURRENT-SEED-ID
                       MOVE 'NOT ON FILE' TO SHL-STATUS
                       MOVE SPACES TO RPT-LINE
                       WRITE RPT-LINE
                       WRITE RPT-LINE FROM WS-SEED-HEADING-LINE
                   END-IF
               END-IF
               PERFORM 2500-PRINT-CODE THRU 2500-EXIT
               PERFORM 2200-RETURN-SORTED-CODE THRU 2200-EXIT
           END-IF.

       2300-EXIT.
           EXIT.

       2400-PRINT-SEED-HEADING.
           MOVE SR-SEED-ID      TO SHL-SEED-ID
                                   WS-CURRENT-SEED-ID
           MOVE SR-MAIL-ADDRESS TO SHL-MAIL-ADDRESS
           MOVE SR-CITY         TO SHL-CITY
           MOVE SR-STATE        TO SHL-STATE
           MOVE SR-ZIP          TO SHL-ZIP
           MOVE SR-RECEIVER     TO SHL-RECEIVER
           IF SR-SEED-ACTIVE
               MOVE 'ACTIVE'  TO SHL-STATUS
           ELSE
               MOVE 'RETIRED' TO SHL-STATUS
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-SEED-HEADING-LINE.

       2400-EXIT.
           EXIT.

       2500-PRINT-CODE.
           MOVE SRT-SEED-CODE     TO CDL-SEED-CODE
           MOVE SRT-SEED-COMPANY  TO CDL-SEED-COMPANY
           MOVE SRT-RENTAL-NUMBER TO CDL-RENTAL-NUMBER
           MOVE SRT-RENTAL-ID     TO CDL-RENTAL-ID
           MOVE SRT-RENTER-CODE   TO CDL-RENTER-CODE
           MOVE SRT-RENTAL-DATE   TO CDL-RENTAL-DATE
           WRITE RPT-LINE FROM WS-CODE-LINE
           ADD 1 TO WS-CODES-LISTED.

       2500-EXIT.
           EXIT.

       3000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'RENTALS ON THE LOG  . . .' TO TOT-LABEL
           MOVE WS-RENTALS-LISTED           TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'SEED CODES ISSUED . . . .' TO TOT-LABEL
           MOVE WS-CODES-LISTED             TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'SEEDS NEVER SENT  . . . .' TO TOT-LABEL
           MOVE WS-SEEDS-NO-CODES           TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           CLOSE TRACE-REPORT

           DISPLAY 'SEEDTRC - RENTALS:    ' WS-RENTALS-LISTED
           DISPLAY 'SEEDTRC - SEED CODES: ' WS-CODES-LISTED.

       3000-EXIT.
           EXIT.
