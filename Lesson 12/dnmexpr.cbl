      *>***************************************************************
      *> PROGRAM-ID : DNMEXPR
      *> AUTHOR     : D. KOWALCZYK - MAILING SYSTEMS UNIT
      *> DATE-WRITTEN : 10/15/2026
      *>
      *> Weekly do-not-mail expiry report. Reads the do-not-mail
      *> registry (DNMREG, dnmreg.cpy) the service desk keeps through
      *> MAILINQ's D command and lists every registration whose
      *> expiry date falls from today through the end of the coming
      *> period, so the desk can call the customer before the company
      *> starts getting mail again. The period is the number of days
      *> on the parameter card (DNMXPARM, dnmxparm.cpy, columns 1-3);
      *> no card, or a blank or non-numeric one, means seven days.
      *> Registrations with no expiry date, ones that have already
      *> expired, and ones expiring after the period are counted but
      *> not listed.
      *>
      *> MODIFICATION HISTORY
      *>   10/15/2026  DK   Original do-not-mail expiry report.
      *>***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DNMEXPR.
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
           SELECT OPTIONAL DNM-PARM-FILE ASSIGN TO DNMXPARM
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL DO-NOT-MAIL-FILE ASSIGN TO DNMREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DN-KEY
               FILE STATUS IS WS-DNM-FILE-STATUS.

           SELECT EXPIRY-REPORT    ASSIGN TO DNMXRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DNM-PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "dnmxparm.cpy".

       FD  DO-NOT-MAIL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "dnmreg.cpy".

       FD  EXPIRY-REPORT
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-DNM-FILE-STATUS           PIC XX      VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X       VALUE 'N'.
               88  END-OF-DNM-FILE                  VALUE 'Y'.

       01  WS-RUN-DATES.
           05  WS-RUN-DATE              PIC 9(6)    VALUE ZERO.
           05  WS-PERIOD-END-DATE       PIC 9(6)    VALUE ZERO.
           05  WS-DAYS-AHEAD            PIC 9(3)    VALUE 7.
           05  WS-CCYYMMDD              PIC 9(8).
           05  WS-RUN-DAY-NUMBER        PIC 9(7)    COMP.
           05  WS-EXPIRY-DAY-NUMBER     PIC 9(7)    COMP.
           05  WS-DAYS-LEFT             PIC 9(3)    COMP.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ          PIC 9(7)    VALUE ZERO COMP.
           05  WS-RECORDS-EXPIRING      PIC 9(7)    VALUE ZERO COMP.
           05  WS-RECORDS-LATER         PIC 9(7)    VALUE ZERO COMP.
           05  WS-RECORDS-NO-EXPIRY     PIC 9(7)    VALUE ZERO COMP.
           05  WS-RECORDS-EXPIRED       PIC 9(7)    VALUE ZERO COMP.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(42)   VALUE
               'DO-NOT-MAIL REGISTRATIONS EXPIRING'.
           05  FILLER                   PIC X(5)    VALUE 'FROM '.
           05  HDG-RUN-DATE             PIC 9(6).
           05  FILLER                   PIC X(9)    VALUE ' THROUGH '.
           05  HDG-PERIOD-END-DATE      PIC 9(6).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  HDG-DAYS-AHEAD           PIC ZZ9.
           05  FILLER                   PIC X(5)    VALUE ' DAYS'.

       01  WS-HEADING-2.
           05  FILLER                   PIC X(7)    VALUE 'ZIP'.
           05  FILLER                   PIC X(32)   VALUE
               'COMPANY NAME'.
           05  FILLER                   PIC X(8)    VALUE 'EXPIRES'.
           05  FILLER                   PIC X(6)    VALUE 'DAYS'.
           05  FILLER                   PIC X(10)   VALUE 'SCOPE'.
           05  FILLER                   PIC X(10)   VALUE 'REQUESTED'.
           05  FILLER                   PIC X(20)   VALUE 'REASON'.

       01  WS-DETAIL-LINE.
           05  DTL-ZIP                  PIC 9(5).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DTL-COMPANY-NAME         PIC X(30).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DTL-EXPIRY-DATE          PIC 9(6).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DTL-DAYS-LEFT            PIC ZZ9.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  DTL-SCOPE                PIC X(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DTL-REQUESTED-DATE       PIC 9(6).
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  DTL-REASON               PIC X(20).

       01  WS-TYPES-LINE.
           05  FILLER                   PIC X(7)    VALUE SPACES.
           05  FILLER                   PIC X(16)   VALUE
               'CAMPAIGN TYPES:'.
           05  TYP-CAMPAIGN-TYPE        OCCURS 4 TIMES.
               10  TYP-TYPE             PIC X(8).
               10  FILLER               PIC X(2)    VALUE SPACES.

       01  WS-TYPE-SUB                  PIC 9       COMP.

       01  WS-TOTAL-LINE-1.
           05  FILLER                   PIC X(25)   VALUE
               'REGISTRATIONS READ . . .'.
           05  TOT-RECORDS-READ         PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER                   PIC X(25)   VALUE
               'EXPIRING IN PERIOD . . .'.
           05  TOT-EXPIRING             PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER                   PIC X(25)   VALUE
               'EXPIRING AFTER PERIOD  .'.
           05  TOT-LATER                PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05  FILLER                   PIC X(25)   VALUE
               'NO EXPIRY DATE . . . . .'.
           05  TOT-NO-EXPIRY            PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-5.
           05  FILLER                   PIC X(25)   VALUE
               'ALREADY EXPIRED  . . . .'.
           05  TOT-EXPIRED              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CHECK-REGISTRATION THRU 2000-EXIT
               UNTIL END-OF-DNM-FILE
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           STOP RUN.

      *>***************************************************************
      *> 1000-INITIALIZE - READ THE PERIOD CARD, WORK OUT THE LAST
      *>     DAY OF THE PERIOD, AND OPEN THE REGISTRY AND THE REPORT.
      *>     DATES ARE YYMMDD, TAKEN AS 20YY FOR THE DAY ARITHMETIC.
      *>     NO REGISTRY FILE MEANS NOTHING HAS BEEN REGISTERED YET,
      *>     WHICH STILL GETS A REPORT SAYING SO.
      *>***************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE

           OPEN INPUT DNM-PARM-FILE
           READ DNM-PARM-FILE
               AT END
                   MOVE SPACES TO DX-DAYS-AHEAD
           END-READ
           CLOSE DNM-PARM-FILE

           IF DX-DAYS-AHEAD IS NUMERIC
               MOVE DX-DAYS-AHEAD TO WS-DAYS-AHEAD
           ELSE
               DISPLAY 'DNMEXPR - NO VALID PERIOD CARD, 7 DAYS USED'
           END-IF

           COMPUTE WS-CCYYMMDD = 20000000 + WS-RUN-DATE
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-CCYYMMDD)
           COMPUTE WS-CCYYMMDD =
               FUNCTION DATE-OF-INTEGER
                   (WS-RUN-DAY-NUMBER + WS-DAYS-AHEAD)
           COMPUTE WS-PERIOD-END-DATE = WS-CCYYMMDD - 20000000

           OPEN INPUT  DO-NOT-MAIL-FILE
                OUTPUT EXPIRY-REPORT

           IF WS-DNM-FILE-STATUS = '05'
               DISPLAY 'DNMEXPR - NO DO-NOT-MAIL REGISTRY ON FILE'
               SET END-OF-DNM-FILE TO TRUE
           ELSE
               IF WS-DNM-FILE-STATUS NOT = '00'
                   DISPLAY 'DNMEXPR - DO-NOT-MAIL-FILE OPEN FAILED, '
                           'STATUS: ' WS-DNM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE WS-RUN-DATE        TO HDG-RUN-DATE
           MOVE WS-PERIOD-END-DATE TO HDG-PERIOD-END-DATE
           MOVE WS-DAYS-AHEAD      TO HDG-DAYS-AHEAD
           WRITE RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-HEADING-2

           IF NOT END-OF-DNM-FILE
               PERFORM 2100-READ-DNM-FILE THRU 2100-EXIT
           END-IF.

       1000-EXIT.
           EXIT.

      *>***************************************************************
      *> 2000-CHECK-REGISTRATION - CLASSIFY ONE REGISTRATION BY ITS
      *>     EXPIRY DATE: NONE, ALREADY PAST, WITHIN THE PERIOD (THE
      *>     ONLY ONES LISTED), OR LATER.
      *>***************************************************************
       2000-CHECK-REGISTRATION.
           ADD 1 TO WS-RECORDS-READ

           IF DN-EXPIRY-DATE = ZERO
               ADD 1 TO WS-RECORDS-NO-EXPIRY
           ELSE
               IF DN-EXPIRY-DATE < WS-RUN-DATE
                   ADD 1 TO WS-RECORDS-EXPIRED
               ELSE
                   IF DN-EXPIRY-DATE > WS-PERIOD-END-DATE
                       ADD 1 TO WS-RECORDS-LATER
                   ELSE
                       ADD 1 TO WS-RECORDS-EXPIRING
                       PERFORM 2200-WRITE-EXPIRY-LINE THRU 2200-EXIT
                   END-IF
               END-IF
           END-IF

           PERFORM 2100-READ-DNM-FILE THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-DNM-FILE.
           READ DO-NOT-MAIL-FILE
               AT END
                   SET END-OF-DNM-FILE TO TRUE
           END-READ.

       2100-EXIT.
           EXIT.

      *>***************************************************************
      *> 2200-WRITE-EXPIRY-LINE - ONE LINE PER EXPIRING REGISTRATION
      *>     WITH THE DAYS LEFT IN FORCE, AND FOR A CAMPAIGN-TYPE
      *>     SCOPE A SECOND LINE NAMING THE TYPES IT COVERS.
      *>***************************************************************
       2200-WRITE-EXPIRY-LINE.
           COMPUTE WS-CCYYMMDD = 20000000 + DN-EXPIRY-DATE
           COMPUTE WS-EXPIRY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-CCYYMMDD)
           COMPUTE WS-DAYS-LEFT =
               WS-EXPIRY-DAY-NUMBER - WS-RUN-DAY-NUMBER

           MOVE DN-ZIP             TO DTL-ZIP
           MOVE DN-COMPANY-NAME    TO DTL-COMPANY-NAME
           MOVE DN-EXPIRY-DATE     TO DTL-EXPIRY-DATE
           MOVE WS-DAYS-LEFT       TO DTL-DAYS-LEFT
           MOVE DN-REQUESTED-DATE  TO DTL-REQUESTED-DATE
           MOVE DN-REASON          TO DTL-REASON
           IF DN-SCOPE-ALL-MAIL
               MOVE 'ALL MAIL' TO DTL-SCOPE
           ELSE
               MOVE 'TYPES'    TO DTL-SCOPE
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL-LINE

           IF NOT DN-SCOPE-ALL-MAIL
               PERFORM 2250-MOVE-ONE-TYPE THRU 2250-EXIT
                   VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 4
               WRITE RPT-LINE FROM WS-TYPES-LINE
           END-IF.

       2200-EXIT.
           EXIT.

       2250-MOVE-ONE-TYPE.
           MOVE DN-CAMPAIGN-TYPE (WS-TYPE-SUB)
               TO TYP-TYPE (WS-TYPE-SUB).

       2250-EXIT.
           EXIT.

       3000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RECORDS-READ      TO TOT-RECORDS-READ
           WRITE RPT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-RECORDS-EXPIRING  TO TOT-EXPIRING
           WRITE RPT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-RECORDS-LATER     TO TOT-LATER
           WRITE RPT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-RECORDS-NO-EXPIRY TO TOT-NO-EXPIRY
           WRITE RPT-LINE FROM WS-TOTAL-LINE-4
           MOVE WS-RECORDS-EXPIRED   TO TOT-EXPIRED
           WRITE RPT-LINE FROM WS-TOTAL-LINE-5

           CLOSE DO-NOT-MAIL-FILE
                 EXPIRY-REPORT

           DISPLAY 'DNMEXPR - REGISTRATIONS READ: ' WS-RECORDS-READ
           DISPLAY 'DNMEXPR - EXPIRING IN PERIOD: '
                    WS-RECORDS-EXPIRING.

       3000-EXIT.
           EXIT.
