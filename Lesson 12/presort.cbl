      *>                    piece count); cents fields on the
      *>                    statement and RC-POSTAGE-COST are now
      *>                    rounded once at the end instead.
      *>   10/15/2026  DK   Foreign addresses (COUNTRY-CODE not US or
      *>                    blank) are kept out of the presort
      *>                    qualification: they are not counted into
      *>                    any 5-digit or 3-digit group and never
      *>                    ride in a ZIP tray. After the domestic
      *>                    trays, pass two re-reads the work file
      *>                    and puts the foreign pieces in their own
      *>                    INTERNATIONAL trays, each priced at the
      *>                    international rate now carried on the
      *>                    rate card (PR-INTL-RATE). The statement
      *>                    shows that rate and the international
      *>                    cost; the qualification report lists the
      *>                    international pieces apart. A card in
      *>                    force with no international rate stops
      *>                    the run if there are foreign pieces to
      *>                    price. The work record and presorted
      *>                    label line now carry the full 132-column
      *>                    label line so the foreign postal code and
      *>                    country printed past column 80 survive.
      *>   10/15/2026  DK   Intelligent Mail barcodes. Every domestic
      *>                    presorted piece is given an IMb tracking
      *>                    code - barcode ID, service type and mailer
      *>                    ID from the barcode parameter card
      *>                    (IMBPARM, imbparm.cpy) and the next serial
      *>                    number for that mailer ID - with the
      *>                    piece's ZIP-PLUS-9 as the routing code (the
      *>                    5-digit ZIP when the plus-4 is not on file).
      *>                    A 6-digit mailer ID carries a 9-digit
      *>                    serial and a 9-digit mailer ID a 6-digit
      *>                    one; serials continue from the last one
      *>                    assigned to the mailer ID on the piece-
      *>                    tracking file and wrap back to 1 past the
      *>                    top. The barcode digits print on the
      *>                    presorted label from column 83, which a
      *>                    domestic label leaves blank, and each piece
      *>                    is appended to the piece-tracking file
      *>                    (PIECETRK, piecetrk.cpy) with the campaign
      *>                    ID from the label run's control card
      *>                    (MAILCTL), the mail date, tray and rate
      *>                    level, for SCANLOAD to match the postal
      *>                    scan feed against. Foreign pieces carry no
      *>                    IMb.
      *>***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PRESORT.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONTROL-CARD-FILE ASSIGN TO MAILCTL
               ORGANIZATION IS SEQUENTIAL.

           SELECT IMB-PARM-FILE    ASSIGN TO IMBPARM
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL PIECE-TRACKING-FILE ASSIGN TO PIECETRK
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LABEL-FILE

       FD  PRESORTED-LABEL-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRESORTED-LABEL-LINE        PIC X(132).
       01  PRESORTED-BARCODE-LINE.
           05  FILLER                  PIC X(82).
           05  PSL-IMB-LITERAL         PIC X(4).
           05  PSL-IMB-TRACKING-CODE   PIC X(20).
           05  FILLER                  PIC X.
           05  PSL-IMB-ROUTING-CODE    PIC X(11).
           05  FILLER                  PIC X(14).

       FD  PRESORT-REPORT
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
           COPY "runctl.cpy".

       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "ctlcard.cpy".

       FD  IMB-PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "imbparm.cpy".

       FD  PIECE-TRACKING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "piecetrk.cpy".

       WORKING-STORAGE SECTION.
       01  WS-MAILING-FILE-STATUS       PIC XX      VALUE '00'.

               88  END-OF-RATE-FILE                 VALUE 'Y'.
           05  WS-RATE-FOUND-SW         PIC X       VALUE 'N'.
               88  RATE-CARD-FOUND                  VALUE 'Y'.
           05  WS-TRACK-EOF-SW          PIC X       VALUE 'N'.
               88  END-OF-TRACKING-FILE             VALUE 'Y'.

       01  WS-MINIMUMS.
           05  WS-5DIGIT-MINIMUM        PIC 9(3)    COMP VALUE 10.
           05  WS-PIECES-RESIDUAL       PIC 9(7)    VALUE ZERO COMP.
           05  WS-TRAYS-BUILT           PIC 9(5)    VALUE ZERO COMP.
           05  WS-TRAY-PIECES           PIC 9(3)    VALUE ZERO COMP.
           05  WS-PIECES-INTL           PIC 9(7)    VALUE ZERO COMP.
           05  WS-INTL-TRAYS            PIC 9(5)    VALUE ZERO COMP.
           05  WS-PIECES-BARCODED       PIC 9(7)    VALUE ZERO COMP.
           05  WS-SERIALS-WRAPPED       PIC 9(5)    VALUE ZERO COMP.

       01  WS-RUN-DATE                  PIC 9(6)    VALUE ZERO.
       01  WS-CAMPAIGN-ID               PIC X(8)    VALUE SPACES.

       01  WS-IMB-SERIALS.
           05  WS-LAST-SERIAL           PIC 9(9)    VALUE ZERO.
           05  WS-FIRST-SERIAL          PIC 9(9)    VALUE ZERO.
           05  WS-SERIAL-LIMIT          PIC 9(9)    VALUE ZERO.

       01  WS-IMB-TRACKING-CODE.
           05  WS-IMB-BARCODE-ID        PIC 9(2).
           05  WS-IMB-SERVICE-TYPE      PIC 9(3).
           05  WS-IMB-MAILER-SERIAL     PIC X(15).
           05  WS-IMB-MID6-SERIAL REDEFINES WS-IMB-MAILER-SERIAL.
               10  WS-IMB-MID6          PIC X(6).
               10  WS-IMB-SERIAL9       PIC 9(9).
           05  WS-IMB-MID9-SERIAL REDEFINES WS-IMB-MAILER-SERIAL.
               10  WS-IMB-MID9          PIC X(9).
               10  WS-IMB-SERIAL6       PIC 9(6).

       01  WS-ZIP-PLUS-9-PARTS.
           05  WS-ZP9-ZIP5              PIC X(5).
           05  FILLER                   PIC X.
           05  WS-ZP9-PLUS4             PIC X(4).

       01  WS-IMB-ROUTING-CODE.
           05  WS-ROUTE-ZIP5            PIC X(5).
           05  WS-ROUTE-PLUS4           PIC X(4).
           05  FILLER                   PIC X(2)    VALUE SPACES.

       01  WS-RATES-IN-FORCE.
           05  WS-RATE-EFFECTIVE        PIC 9(6)    VALUE ZERO.
           05  WS-RATE-5DIGIT           PIC 9V9(3)  VALUE ZERO.
           05  WS-RATE-3DIGIT           PIC 9V9(3)  VALUE ZERO.
           05  WS-RATE-RESIDUAL         PIC 9V9(3)  VALUE ZERO.
           05  WS-RATE-INTL             PIC 9V9(3)  VALUE ZERO.

       01  WS-POSTAGE-TOTALS.
           05  WS-PIECE-COST            PIC 9V9(3)  VALUE ZERO.
                                                    VALUE ZERO COMP-3.
           05  WS-COST-RESIDUAL         PIC 9(7)V9(3)
                                                    VALUE ZERO COMP-3.
           05  WS-COST-INTL             PIC 9(7)V9(3)
                                                    VALUE ZERO COMP-3.
           05  WS-TOTAL-POSTAGE         PIC 9(7)V9(3)
                                                    VALUE ZERO COMP-3.

           05  SEP-ZIP3                 PIC 9(3).
           05  FILLER                   PIC X(6)    VALUE ' *****'.

       01  WS-INTL-TRAY-SEPARATOR.
           05  FILLER                   PIC X(16)   VALUE
               '***** INTL TRAY '.
           05  SEP-INTL-TRAY-NUMBER     PIC 9(5).
           05  FILLER                   PIC X(20)   VALUE
               ' INTERNATIONAL *****'.

       01  WS-RPT-HEADING.
           05  FILLER                   PIC X(40)   VALUE
               'PRESORT QUALIFICATION REPORT'.
               'TOTAL PIECES  . . . . . .'.
           05  RPT-TOTAL                PIC ZZZ,ZZ9.

       01  WS-RPT-LINE-6.
           05  FILLER                   PIC X(25)   VALUE
               'INTERNATIONAL, NOT QUAL .'.
           05  RPT-INTL                 PIC ZZZ,ZZ9.

       01  WS-RPT-LINE-7.
           05  FILLER                   PIC X(25)   VALUE
               'INTERNATIONAL TRAYS . . .'.
           05  RPT-INTL-TRAYS           PIC ZZZ,ZZ9.

       01  WS-RPT-LINE-8.
           05  FILLER                   PIC X(25)   VALUE
               'PIECES BARCODED (IMB) . .'.
           05  RPT-BARCODED             PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(10)   VALUE
               '  SERIALS '.
           05  RPT-FIRST-SERIAL         PIC 9(9).
           05  FILLER                   PIC X(4)    VALUE ' TO '.
           05  RPT-LAST-SERIAL          PIC 9(9).

       01  WS-STMT-HEADING.
           05  FILLER                   PIC X(40)   VALUE
               'POSTAGE STATEMENT'.
               '  RESIDUAL '.
           05  STR-RESIDUAL             PIC 9.999.

       01  WS-STMT-RATES-LINE-2.
           05  FILLER                   PIC X(22)   VALUE SPACES.
           05  FILLER                   PIC X(16)   VALUE
               '  INTERNATIONAL '.
           05  STR-INTL                 PIC 9.999.

       01  WS-STMT-COMPANY-LINE.
           05  STC-ZIP                  PIC 9(5).
           05  FILLER                   PIC X(2)    VALUE SPACES.
               '  COST '.
           05  STT-COST                 PIC ZZ,ZZ9.99.

       01  WS-STMT-INTL-TRAY-LINE.
           05  FILLER                   PIC X(16)   VALUE
               '***** INTL TRAY '.
           05  STI-TRAY-NUMBER          PIC 9(5).
           05  FILLER                   PIC X(9)    VALUE
               '  PIECES '.
           05  STI-PIECES               PIC ZZ9.
           05  FILLER                   PIC X(7)    VALUE
               '  COST '.
           05  STI-COST                 PIC ZZ,ZZ9.99.

       01  WS-STMT-LEVEL-LINE-1.
           05  FILLER                   PIC X(25)   VALUE
               'COST AT 5-DIGIT RATE  . .'.
               'COST AT RESIDUAL RATE . .'.
           05  STM-RESIDUAL             PIC ZZZ,ZZ9.99.

       01  WS-STMT-LEVEL-LINE-4.
           05  FILLER                   PIC X(25)   VALUE
               'COST AT INTERNATIONAL . .'.
           05  STM-INTL                 PIC ZZZ,ZZ9.99.

       01  WS-STMT-TOTAL-LINE.
           05  FILLER                   PIC X(25)   VALUE
               'TOTAL POSTAGE . . . . . .'.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 1500-LOAD-RATE-CARD THRU 1500-EXIT
           PERFORM 1600-LOAD-BARCODE-PARMS THRU 1600-EXIT

           OPEN INPUT  LABEL-FILE
                INPUT  MAILING-FILE
      *> 1500-LOAD-RATE-CARD - READ EVERY RATE CARD AND KEEP THE
      *>     NEWEST ONE NOT DATED AFTER THE RUN DATE; THAT IS THE
      *>     RATE SET IN FORCE TONIGHT. NO USABLE CARD STOPS THE RUN
      *>     RATHER THAN PRICING THE MAILING AT A GUESSED RATE. A
      *>     CARD CUT BEFORE INTERNATIONAL PRICING CARRIES NO RATE
      *>     THERE; IT IS HELD AS ZERO AND CHECKED IN 3000.
      *>***************************************************************
       1500-LOAD-RATE-CARD.
           OPEN INPUT POSTAGE-RATE-FILE
               MOVE PR-5DIGIT-RATE    TO WS-RATE-5DIGIT
               MOVE PR-3DIGIT-RATE    TO WS-RATE-3DIGIT
               MOVE PR-RESIDUAL-RATE  TO WS-RATE-RESIDUAL
               IF PR-INTL-RATE IS NUMERIC
                   MOVE PR-INTL-RATE  TO WS-RATE-INTL
               ELSE
                   MOVE ZERO          TO WS-RATE-INTL
               END-IF
               SET RATE-CARD-FOUND TO TRUE
           END-IF
           PERFORM 1510-READ-RATE-FILE THRU 1510-EXIT.
       1520-EXIT.
           EXIT.

      *>***************************************************************
      *> 1600-LOAD-BARCODE-PARMS - THE CAMPAIGN ID COMES FROM THE
      *>     LABEL RUN'S OWN CONTROL CARD SO THE TRACKING FILE AND
      *>     MAILHIST AGREE; THE BARCODE ID, SERVICE TYPE AND MAILER
      *>     ID COME FROM THE IMB CARD. A MISSING OR MALFORMED IMB
      *>     CARD STOPS THE RUN - A PIECE CANNOT GO OUT UNDER A
      *>     GUESSED MAILER ID.
      *>***************************************************************
       1600-LOAD-BARCODE-PARMS.
           OPEN INPUT CONTROL-CARD-FILE
           READ CONTROL-CARD-FILE
               AT END
                   MOVE SPACES TO CC-CAMPAIGN-ID
           END-READ
           MOVE CC-CAMPAIGN-ID TO WS-CAMPAIGN-ID
           CLOSE CONTROL-CARD-FILE

           OPEN INPUT IMB-PARM-FILE
           READ IMB-PARM-FILE
               AT END
                   DISPLAY 'PRESORT - NO IMB PARAMETER CARD, RUN '
                           'ABANDONED'
                   STOP RUN
           END-READ
           CLOSE IMB-PARM-FILE

           IF IP-BARCODE-ID NOT NUMERIC
           OR IP-SERVICE-TYPE NOT NUMERIC
               DISPLAY 'PRESORT - IMB BARCODE ID OR SERVICE TYPE NOT '
                       'NUMERIC, RUN ABANDONED'
               STOP RUN
           END-IF

           IF IP-NINE-DIGIT-MAILER
               IF IP-MAILER-ID NOT NUMERIC
                   DISPLAY 'PRESORT - IMB MAILER ID NOT NUMERIC: '
                           IP-MAILER-ID ' RUN ABANDONED'
                   STOP RUN
               END-IF
               MOVE 999999    TO WS-SERIAL-LIMIT
           ELSE
               IF IP-MID6 NOT NUMERIC
               OR IP-MID6-UNUSED NOT = SPACES
                   DISPLAY 'PRESORT - IMB MAILER ID NOT NUMERIC: '
                           IP-MAILER-ID ' RUN ABANDONED'
                   STOP RUN
               END-IF
               MOVE 999999999 TO WS-SERIAL-LIMIT
           END-IF

           MOVE IP-BARCODE-ID   TO WS-IMB-BARCODE-ID
           MOVE IP-SERVICE-TYPE TO WS-IMB-SERVICE-TYPE

           PERFORM 1650-FIND-LAST-SERIAL THRU 1650-EXIT

           DISPLAY 'PRESORT - MAILER ID ' IP-MAILER-ID
                   ' LAST SERIAL ' WS-LAST-SERIAL
                   ' CAMPAIGN ' WS-CAMPAIGN-ID.
       1600-EXIT.
           EXIT.

      *>***************************************************************
      *> 1650-FIND-LAST-SERIAL - THE TRACKING FILE IS ONLY EVER
      *>     APPENDED TO, SO THE LAST RECORD FOR THIS MAILER ID HOLDS
      *>     THE LAST SERIAL IT WAS GIVEN, WRAP OR NO WRAP. NO FILE
      *>     YET MEANS THE MAILER ID STARTS AT SERIAL 1.
      *>***************************************************************
       1650-FIND-LAST-SERIAL.
           OPEN INPUT PIECE-TRACKING-FILE
           PERFORM 1660-READ-TRACKING-FILE THRU 1660-EXIT
           PERFORM 1670-NOTE-MAILER-SERIAL THRU 1670-EXIT
               UNTIL END-OF-TRACKING-FILE
           CLOSE PIECE-TRACKING-FILE.

       1650-EXIT.
           EXIT.

       1660-READ-TRACKING-FILE.
           READ PIECE-TRACKING-FILE
               AT END
                   SET END-OF-TRACKING-FILE TO TRUE
           END-READ.

       1660-EXIT.
           EXIT.

       1670-NOTE-MAILER-SERIAL.
           IF PT-MAILER-ID = IP-MAILER-ID
               MOVE PT-SERIAL TO WS-LAST-SERIAL
           END-IF
           PERFORM 1660-READ-TRACKING-FILE THRU 1660-EXIT.
       1670-EXIT.
           EXIT.

      *>***************************************************************
      *> 2000-JOIN-ONE-LABEL - BOTH FILES ARE IN MAILING-KEY ORDER
      *>     AND THE LABEL FILE IS A SUBSET OF THE MASTER (THE EDIT
      *>     SUPPRESSION WITHHELD SOME COMPANIES), SO THE MASTER IS
      *>     ROLLED FORWARD UNTIL IT MEETS EACH LABEL'S COMPANY. THE
      *>     JOINED PIECE GOES TO THE WORK FILE AND ITS 5-DIGIT AND
      *>     3-DIGIT GROUP COUNTS ARE ACCUMULATED - UNLESS IT IS
      *>     FOREIGN, WHICH QUALIFIES FOR NO PRESORT GROUP.
      *>***************************************************************
       2000-JOIN-ONE-LABEL.
           MOVE 'N' TO WS-MATCH-SW
           MOVE ZIP (1:3)            TO PW-ZIP3
           MOVE ZIP-PLUS-9           TO PW-ZIP-PLUS-9
           MOVE COMPANY-NAME         TO PW-COMPANY-NAME
           MOVE COUNTRY-CODE         TO PW-COUNTRY-CODE
           MOVE MAILING-LABEL-LINE   TO PW-LABEL-LINE
           WRITE PRESORT-WORK-RECORD

           IF PW-DOMESTIC
               PERFORM 2300-COUNT-ZIP5-GROUP THRU 2300-EXIT
               PERFORM 2400-COUNT-ZIP3-GROUP THRU 2400-EXIT
           ELSE
               ADD 1 TO WS-PIECES-INTL
           END-IF

      *>     ROLL PAST THE MATCHED RECORD - WITH DUPLICATE COMPANY
      *>     NAMES ON THE MASTER THE NEXT LABEL MUST NOT RE-MATCH
      *> 3000-RATE-AND-TRAY - PASS TWO. RE-READ THE WORK FILE, RATE
      *>     EACH PIECE FROM THE COMPLETED GROUP COUNTS, AND BREAK
      *>     THE LABELS INTO TRAYS ON EVERY 3-DIGIT PREFIX CHANGE OR
      *>     FULL TRAY. FOREIGN PIECES ARE PASSED OVER HERE AND
      *>     TRAYED BY 3500 AFTER THE LAST DOMESTIC TRAY.
      *>***************************************************************
       3000-RATE-AND-TRAY.
           IF WS-PIECES-INTL > ZERO
           AND WS-RATE-INTL = ZERO
               DISPLAY 'PRESORT - ' WS-PIECES-INTL ' FOREIGN PIECES '
                       'BUT NO INTERNATIONAL RATE ON THE CARD IN '
                       'FORCE, RUN ABANDONED'
               STOP RUN
           END-IF

           CLOSE PRESORT-WORK-FILE
           OPEN INPUT  PRESORT-WORK-FILE
           OPEN OUTPUT PRESORTED-LABEL-FILE
           OPEN OUTPUT POSTAGE-STATEMENT
           OPEN EXTEND PIECE-TRACKING-FILE

           WRITE STMT-LINE FROM WS-STMT-HEADING
           MOVE WS-RATE-EFFECTIVE TO STR-EFFECTIVE-DATE
           MOVE WS-RATE-3DIGIT    TO STR-3DIGIT
           MOVE WS-RATE-RESIDUAL  TO STR-RESIDUAL
           WRITE STMT-LINE FROM WS-STMT-RATES-LINE
           MOVE WS-RATE-INTL      TO STR-INTL
           WRITE STMT-LINE FROM WS-STMT-RATES-LINE-2

           PERFORM 3100-READ-WORK-FILE THRU 3100-EXIT
           PERFORM 3200-TRAY-ONE-PIECE THRU 3200-EXIT
               PERFORM 3350-CLOSE-TRAY-COST THRU 3350-EXIT
           END-IF

           IF WS-PIECES-INTL > ZERO
               PERFORM 3500-TRAY-INTERNATIONAL THRU 3500-EXIT
           END-IF

           CLOSE PRESORT-WORK-FILE
                 PRESORTED-LABEL-FILE
                 PIECE-TRACKING-FILE.

       3000-EXIT.
           EXIT.
           EXIT.

       3200-TRAY-ONE-PIECE.
           IF PW-DOMESTIC
               IF WS-TRAYS-BUILT = ZERO
               OR PW-ZIP3 NOT = WS-CURRENT-ZIP3
               OR WS-TRAY-PIECES NOT < WS-TRAY-CAPACITY
                   PERFORM 3300-START-NEW-TRAY THRU 3300-EXIT
               END-IF

               ADD 1 TO WS-TRAY-PIECES
               PERFORM 3400-RATE-ONE-PIECE THRU 3400-EXIT

               MOVE SPACES        TO PRESORTED-LABEL-LINE
               MOVE PW-LABEL-LINE TO PRESORTED-LABEL-LINE
               PERFORM 3600-ASSIGN-BARCODE THRU 3600-EXIT
               WRITE PRESORTED-LABEL-LINE
           END-IF

           PERFORM 3100-READ-WORK-FILE THRU 3100-EXIT.
       3200-EXIT.
       3420-EXIT.
           EXIT.

      *>***************************************************************
      *> 3500-TRAY-INTERNATIONAL - THIRD READ OF THE WORK FILE FOR
      *>     THE FOREIGN PIECES ONLY. THEY FILL INTERNATIONAL TRAYS
      *>     UP TO THE TRAY CAPACITY, EACH PIECE PRICED AT THE
      *>     INTERNATIONAL RATE, WITH A STATEMENT LINE PER COMPANY
      *>     AND PER TRAY LIKE THE DOMESTIC TRAYS.
      *>***************************************************************
       3500-TRAY-INTERNATIONAL.
           CLOSE PRESORT-WORK-FILE
           OPEN INPUT PRESORT-WORK-FILE
           MOVE 'N' TO WS-WORK-EOF-SW
           MOVE ZERO TO WS-TRAY-COST

           PERFORM 3100-READ-WORK-FILE THRU 3100-EXIT
           PERFORM 3510-TRAY-ONE-INTL-PIECE THRU 3510-EXIT
               UNTIL END-OF-WORK-FILE

           IF WS-INTL-TRAYS > ZERO
               PERFORM 3550-CLOSE-INTL-TRAY-COST THRU 3550-EXIT
           END-IF.

       3500-EXIT.
           EXIT.

       3510-TRAY-ONE-INTL-PIECE.
           IF NOT PW-DOMESTIC
               IF WS-INTL-TRAYS = ZERO
               OR WS-TRAY-PIECES NOT < WS-TRAY-CAPACITY
                   PERFORM 3520-START-INTL-TRAY THRU 3520-EXIT
               END-IF

               ADD 1 TO WS-TRAY-PIECES
               MOVE WS-RATE-INTL TO WS-PIECE-COST
               ADD WS-PIECE-COST TO WS-COST-INTL
               ADD WS-PIECE-COST TO WS-TRAY-COST
               ADD WS-PIECE-COST TO WS-TOTAL-POSTAGE
               MOVE 'INTL    ' TO STC-RATE-LEVEL
               PERFORM 3450-WRITE-COMPANY-COST THRU 3450-EXIT

               MOVE SPACES        TO PRESORTED-LABEL-LINE
               MOVE PW-LABEL-LINE TO PRESORTED-LABEL-LINE
               WRITE PRESORTED-LABEL-LINE
           END-IF

           PERFORM 3100-READ-WORK-FILE THRU 3100-EXIT.
       3510-EXIT.
           EXIT.

       3520-START-INTL-TRAY.
           IF WS-INTL-TRAYS > ZERO
               PERFORM 3550-CLOSE-INTL-TRAY-COST THRU 3550-EXIT
           END-IF

           ADD 1 TO WS-INTL-TRAYS
           MOVE ZERO TO WS-TRAY-PIECES

           MOVE WS-INTL-TRAYS TO SEP-INTL-TRAY-NUMBER
           MOVE SPACES TO PRESORTED-LABEL-LINE
           WRITE PRESORTED-LABEL-LINE FROM WS-INTL-TRAY-SEPARATOR.

       3520-EXIT.
           EXIT.

       3550-CLOSE-INTL-TRAY-COST.
           MOVE WS-INTL-TRAYS  TO STI-TRAY-NUMBER
           MOVE WS-TRAY-PIECES TO STI-PIECES
           COMPUTE STI-COST ROUNDED = WS-TRAY-COST
           WRITE STMT-LINE FROM WS-STMT-INTL-TRAY-LINE
           MOVE ZERO TO WS-TRAY-COST.

       3550-EXIT.
           EXIT.

      *>***************************************************************
      *> 3600-ASSIGN-BARCODE - NEXT SERIAL FOR THE MAILER ID, BUILD
      *>     THE 20-DIGIT TRACKING CODE AND THE ROUTING CODE FROM
      *>     ZIP-PLUS-9, PRINT BOTH ON THE LABEL AND RECORD THE PIECE
      *>     ON THE TRACKING FILE.
      *>***************************************************************
       3600-ASSIGN-BARCODE.
           ADD 1 TO WS-LAST-SERIAL
           IF WS-LAST-SERIAL > WS-SERIAL-LIMIT
               MOVE 1 TO WS-LAST-SERIAL
               ADD 1 TO WS-SERIALS-WRAPPED
           END-IF
           IF WS-PIECES-BARCODED = ZERO
               MOVE WS-LAST-SERIAL TO WS-FIRST-SERIAL
           END-IF
           ADD 1 TO WS-PIECES-BARCODED

           IF IP-NINE-DIGIT-MAILER
               MOVE IP-MAILER-ID   TO WS-IMB-MID9
               MOVE WS-LAST-SERIAL TO WS-IMB-SERIAL6
           ELSE
               MOVE IP-MID6        TO WS-IMB-MID6
               MOVE WS-LAST-SERIAL TO WS-IMB-SERIAL9
           END-IF

           MOVE PW-ZIP-PLUS-9 TO WS-ZIP-PLUS-9-PARTS
           IF WS-ZP9-ZIP5 IS NUMERIC
           AND WS-ZP9-PLUS4 IS NUMERIC
               MOVE WS-ZP9-ZIP5  TO WS-ROUTE-ZIP5
               MOVE WS-ZP9-PLUS4 TO WS-ROUTE-PLUS4
           ELSE
               MOVE PW-ZIP       TO WS-ROUTE-ZIP5
               MOVE SPACES       TO WS-ROUTE-PLUS4
           END-IF

           MOVE 'IMB '               TO PSL-IMB-LITERAL
           MOVE WS-IMB-TRACKING-CODE TO PSL-IMB-TRACKING-CODE
           MOVE WS-IMB-ROUTING-CODE  TO PSL-IMB-ROUTING-CODE

           MOVE WS-IMB-TRACKING-CODE TO PT-IMB-TRACKING-CODE
           MOVE WS-IMB-ROUTING-CODE  TO PT-ROUTING-CODE
           MOVE IP-MAILER-ID         TO PT-MAILER-ID
           MOVE WS-LAST-SERIAL       TO PT-SERIAL
           MOVE WS-CAMPAIGN-ID       TO PT-CAMPAIGN-ID
           MOVE WS-RUN-DATE          TO PT-MAIL-DATE
           MOVE PW-ZIP               TO PT-ZIP
           MOVE PW-ZIP3              TO PT-ZIP3
           MOVE PW-COMPANY-NAME      TO PT-COMPANY-NAME
           MOVE WS-TRAYS-BUILT       TO PT-TRAY-NUMBER
           MOVE STC-RATE-LEVEL       TO PT-RATE-LEVEL
           WRITE PIECE-TRACKING-RECORD.

       3600-EXIT.
           EXIT.

      *>***************************************************************
      *> 4000-TERMINATE - PRINT THE QUALIFICATION REPORT FOR THE POST
      *>     OFFICE AND CLOSE THE REMAINING FILES.
           WRITE RPT-LINE FROM WS-RPT-LINE-4
           MOVE WS-LABELS-READ     TO RPT-TOTAL
           WRITE RPT-LINE FROM WS-RPT-LINE-5
           MOVE WS-PIECES-INTL     TO RPT-INTL
           WRITE RPT-LINE FROM WS-RPT-LINE-6
           MOVE WS-INTL-TRAYS      TO RPT-INTL-TRAYS
           WRITE RPT-LINE FROM WS-RPT-LINE-7
           MOVE WS-PIECES-BARCODED TO RPT-BARCODED
           MOVE WS-FIRST-SERIAL    TO RPT-FIRST-SERIAL
           MOVE WS-LAST-SERIAL     TO RPT-LAST-SERIAL
           WRITE RPT-LINE FROM WS-RPT-LINE-8

           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE
           WRITE STMT-LINE FROM WS-STMT-LEVEL-LINE-2
           COMPUTE STM-RESIDUAL ROUNDED = WS-COST-RESIDUAL
           WRITE STMT-LINE FROM WS-STMT-LEVEL-LINE-3
           COMPUTE STM-INTL ROUNDED = WS-COST-INTL
           WRITE STMT-LINE FROM WS-STMT-LEVEL-LINE-4
           COMPUTE STM-TOTAL ROUNDED = WS-TOTAL-POSTAGE
           WRITE STMT-LINE FROM WS-STMT-TOTAL-LINE

           DISPLAY 'PRESORT - PIECES RATED: ' WS-LABELS-READ
           DISPLAY 'PRESORT - TRAYS BUILT:  ' WS-TRAYS-BUILT
           DISPLAY 'PRESORT - TOTAL POSTAGE: ' WS-TOTAL-POSTAGE
           DISPLAY 'PRESORT - PIECES BARCODED: ' WS-PIECES-BARCODED
           IF WS-SERIALS-WRAPPED > ZERO
               DISPLAY 'PRESORT - IMB SERIAL WRAPPED BACK TO 1 FOR '
                       'MAILER ID ' IP-MAILER-ID
           END-IF

           PERFORM 9400-COMPUTE-MASTER-TOTALS THRU 9400-EXIT
           PERFORM 9500-WRITE-RUN-CONTROL THRU 9500-EXIT.
