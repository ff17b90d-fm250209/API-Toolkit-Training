      *>***************************************************************
      *> PROGRAM-ID : SCANLOAD
      *> AUTHOR     : D. KOWALCZYK - MAILING SYSTEMS UNIT
      *> DATE-WRITTEN : 10/15/2026
      *>
      *> Loads the postal service's scan-event feed for our
      *> Intelligent Mail barcodes (SCANFEED, scanevt.cpy) against
      *> the piece-tracking file PRESORT writes (PIECETRK,
      *> piecetrk.cpy) and reports delivery performance per campaign
      *> and per 3-digit ZIP: pieces mailed, pieces delivered, pieces
      *> scanned but not yet delivered, pieces never scanned, and the
      *> average and longest days in transit from the mail date to
      *> the first delivery scan.
      *>
      *> Each feed event that matches a tracked piece is appended to
      *> the scan history file (SCANHIST, same layout as the feed),
      *> so every run reports on all the scans received to date, not
      *> just tonight's. An event already on the history (a feed sent
      *> twice) is skipped and counted; an event whose barcode is on
      *> no tracked piece, or whose scan date or time is not numeric,
      *> goes to the reject file (SCANREJ, same layout) so it can be
      *> fed again once the piece is found.
      *>
      *> A serial can be reused once its mailer ID's serials wrap, so
      *> a scan is matched to the piece with its barcode that was most
      *> recently mailed on or before the scan date.
      *>
      *> TWO SORTS: THE FIRST BRINGS EACH PIECE TOGETHER WITH ITS
      *> SCANS IN BARCODE ORDER AND WRITES ONE RESULT PER PIECE TO A
      *> WORK FILE (SCANWORK); THE SECOND PUTS THE RESULTS IN
      *> CAMPAIGN AND 3-DIGIT ZIP ORDER FOR THE REPORT.
      *>
      *> MODIFICATION HISTORY
      *>   10/15/2026  DK   Original scan-event load and delivery
      *>                    report.
      *>***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SCANLOAD.
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
           SELECT OPTIONAL PIECE-TRACKING-FILE ASSIGN TO PIECETRK
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL SCAN-FEED-FILE ASSIGN TO SCANFEED
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL SCAN-HISTORY-FILE ASSIGN TO SCANHIST
               ORGANIZATION IS SEQUENTIAL.

           SELECT SCAN-REJECT-FILE ASSIGN TO SCANREJ
               ORGANIZATION IS SEQUENTIAL.

           SELECT PIECE-RESULT-FILE ASSIGN TO SCANWORK
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE   ASSIGN TO SORTWK1.

           SELECT RESULT-SORT-FILE ASSIGN TO SORTWK2.

           SELECT SCAN-REPORT      ASSIGN TO SCANRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PIECE-TRACKING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "piecetrk.cpy".

       FD  SCAN-FEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCAN-FEED-RECORD            PIC X(52).

       FD  SCAN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCAN-HISTORY-RECORD         PIC X(52).

       FD  SCAN-REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCAN-REJECT-RECORD          PIC X(52).

       FD  PIECE-RESULT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PIECE-RESULT-RECORD.
           05  RES-CAMPAIGN-ID         PIC X(8).
           05  RES-ZIP3                PIC 9(3).
           05  RES-STATUS              PIC X.
               88  RES-DELIVERED               VALUE 'D'.
               88  RES-IN-TRANSIT              VALUE 'T'.
               88  RES-NEVER-SCANNED           VALUE 'N'.
           05  RES-TRANSIT-DAYS        PIC 9(3).

       SD  SORT-WORK-FILE.
       01  SORT-SCAN-RECORD.
           05  SRT-SORT-KEY.
               10  SRT-TRACKING-CODE   PIC X(20).
               10  SRT-EVENT-DATE      PIC 9(6).
               10  SRT-RECORD-TYPE     PIC X.
                   88  SRT-PIECE               VALUE '1'.
                   88  SRT-SCAN                VALUE '2'.
               10  SRT-EVENT-TIME      PIC 9(6).
               10  SRT-OPERATION-CODE  PIC X(3).
               10  SRT-SOURCE          PIC X.
                   88  SRT-FROM-HISTORY        VALUE 'H'.
                   88  SRT-FROM-FEED           VALUE 'N'.
           05  SRT-EVENT-TYPE          PIC X.
               88  SRT-DELIVERY-SCAN           VALUE 'D'.
           05  SRT-CAMPAIGN-ID         PIC X(8).
           05  SRT-ZIP3                PIC 9(3).
           05  SRT-SCAN-IMAGE          PIC X(52).

       SD  RESULT-SORT-FILE.
       01  RESULT-SORT-RECORD.
           05  RSR-SORT-KEY.
               10  RSR-CAMPAIGN-ID     PIC X(8).
               10  RSR-ZIP3            PIC 9(3).
           05  RSR-STATUS              PIC X.
               88  RSR-DELIVERED               VALUE 'D'.
               88  RSR-IN-TRANSIT              VALUE 'T'.
               88  RSR-NEVER-SCANNED           VALUE 'N'.
           05  RSR-TRANSIT-DAYS        PIC 9(3).

       FD  SCAN-REPORT
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "scanevt.cpy".

       01  WS-SWITCHES.
           05  WS-TRACK-EOF-SWITCH      PIC X       VALUE 'N'.
               88  END-OF-TRACKING-FILE             VALUE 'Y'.
           05  WS-FEED-EOF-SWITCH       PIC X       VALUE 'N'.
               88  END-OF-FEED-FILE                 VALUE 'Y'.
           05  WS-HISTORY-EOF-SWITCH    PIC X       VALUE 'N'.
               88  END-OF-HISTORY-FILE              VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH       PIC X       VALUE 'N'.
               88  END-OF-SORTED-SCANS              VALUE 'Y'.
           05  WS-RESULT-EOF-SWITCH     PIC X       VALUE 'N'.
               88  END-OF-RESULTS                   VALUE 'Y'.
           05  WS-PIECE-SWITCH          PIC X       VALUE 'N'.
               88  PIECE-IN-HAND                    VALUE 'Y'.
           05  WS-DELIVERED-SWITCH      PIC X       VALUE 'N'.
               88  PIECE-DELIVERED                  VALUE 'Y'.
           05  WS-FIRST-RESULT-SWITCH   PIC X       VALUE 'Y'.
               88  FIRST-RESULT                     VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-PIECES-READ           PIC 9(7)    VALUE ZERO COMP.
           05  WS-HISTORY-READ          PIC 9(7)    VALUE ZERO COMP.
           05  WS-FEED-READ             PIC 9(7)    VALUE ZERO COMP.
           05  WS-SCANS-LOADED          PIC 9(7)    VALUE ZERO COMP.
           05  WS-DUPLICATE-SCANS       PIC 9(7)    VALUE ZERO COMP.
           05  WS-UNMATCHED-SCANS       PIC 9(7)    VALUE ZERO COMP.
           05  WS-UNREADABLE-SCANS      PIC 9(7)    VALUE ZERO COMP.
           05  WS-RESULTS-WRITTEN       PIC 9(7)    VALUE ZERO COMP.

       01  WS-RUN-DATE                  PIC 9(6)    VALUE ZERO.

       01  WS-CURRENT-TRACKING-CODE     PIC X(20)   VALUE SPACES.

       01  WS-CURRENT-PIECE.
           05  WS-CP-CAMPAIGN-ID        PIC X(8).
           05  WS-CP-ZIP3               PIC 9(3).
           05  WS-CP-MAIL-DATE          PIC 9(6).
           05  WS-CP-DELIVERED-DATE     PIC 9(6).
           05  WS-CP-SCAN-COUNT         PIC 9(5)    COMP.

       01  WS-PREVIOUS-SCAN.
           05  WS-PS-EVENT-DATE         PIC 9(6).
           05  WS-PS-EVENT-TIME         PIC 9(6).
           05  WS-PS-OPERATION-CODE     PIC X(3).

       01  WS-DATE-WORK.
           05  WS-CCYYMMDD              PIC 9(8).
           05  WS-MAIL-DAY              PIC 9(7)    COMP.
           05  WS-DELIVERED-DAY         PIC 9(7)    COMP.
           05  WS-TRANSIT-DAYS          PIC S9(7)   COMP.

       01  WS-BREAK-KEYS.
           05  WS-BRK-CAMPAIGN-ID       PIC X(8)    VALUE SPACES.
           05  WS-BRK-ZIP3              PIC 9(3)    VALUE ZERO.

      *>     ONE BUCKET PER LEVEL OF THE REPORT. EACH 3-DIGIT ZIP
      *>     BUCKET ROLLS INTO ITS CAMPAIGN'S AND EACH CAMPAIGN'S INTO
      *>     THE RUN'S AS IT IS PRINTED. ALL FOUR SHARE ONE LAYOUT SO
      *>     A BUCKET CAN BE MOVED WHOLE TO WS-LINE-TOTALS TO PRINT.
       01  WS-ZIP3-TOTALS.
           05  ZT-PIECES                PIC 9(7)    VALUE ZERO COMP.
           05  ZT-DELIVERED             PIC 9(7)    VALUE ZERO COMP.
           05  ZT-IN-TRANSIT            PIC 9(7)    VALUE ZERO COMP.
           05  ZT-NEVER-SCANNED         PIC 9(7)    VALUE ZERO COMP.
           05  ZT-TOTAL-DAYS            PIC 9(9)    VALUE ZERO COMP.
           05  ZT-MAX-DAYS              PIC 9(3)    VALUE ZERO COMP.

       01  WS-CAMPAIGN-TOTALS.
           05  CT-PIECES                PIC 9(7)    VALUE ZERO COMP.
           05  CT-DELIVERED             PIC 9(7)    VALUE ZERO COMP.
           05  CT-IN-TRANSIT            PIC 9(7)    VALUE ZERO COMP.
           05  CT-NEVER-SCANNED         PIC 9(7)    VALUE ZERO COMP.
           05  CT-TOTAL-DAYS            PIC 9(9)    VALUE ZERO COMP.
           05  CT-MAX-DAYS              PIC 9(3)    VALUE ZERO COMP.

       01  WS-GRAND-TOTALS.
           05  GT-PIECES                PIC 9(7)    VALUE ZERO COMP.
           05  GT-DELIVERED             PIC 9(7)    VALUE ZERO COMP.
           05  GT-IN-TRANSIT            PIC 9(7)    VALUE ZERO COMP.
           05  GT-NEVER-SCANNED         PIC 9(7)    VALUE ZERO COMP.
           05  GT-TOTAL-DAYS            PIC 9(9)    VALUE ZERO COMP.
           05  GT-MAX-DAYS              PIC 9(3)    VALUE ZERO COMP.

       01  WS-LINE-TOTALS.
           05  LT-PIECES                PIC 9(7)    VALUE ZERO COMP.
           05  LT-DELIVERED             PIC 9(7)    VALUE ZERO COMP.
           05  LT-IN-TRANSIT            PIC 9(7)    VALUE ZERO COMP.
           05  LT-NEVER-SCANNED         PIC 9(7)    VALUE ZERO COMP.
           05  LT-TOTAL-DAYS            PIC 9(9)    VALUE ZERO COMP.
           05  LT-MAX-DAYS              PIC 9(3)    VALUE ZERO COMP.

       01  WS-HEADING-1.
           05  FILLER                   PIC X(40)   VALUE
               'IMB DELIVERY SCAN REPORT    RUN DATE'.
           05  HDG-RUN-DATE             PIC 9(6).

       01  WS-HEADING-2.
           05  FILLER                   PIC X(8)    VALUE 'CAMPAIGN'.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  FILLER                   PIC X(5)    VALUE 'ZIP3'.
           05  FILLER                   PIC X(10)   VALUE
               '    PIECES'.
           05  FILLER                   PIC X(10)   VALUE
               ' DELIVERED'.
           05  FILLER                   PIC X(10)   VALUE
               'IN TRANSIT'.
           05  FILLER                   PIC X(10)   VALUE
               'NEVER SCAN'.
           05  FILLER                   PIC X(10)   VALUE
               '  AVG DAYS'.
           05  FILLER                   PIC X(10)   VALUE
               '  MAX DAYS'.

       01  WS-SUMMARY-LINE.
           05  SUM-CAMPAIGN-ID          PIC X(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  SUM-ZIP3                 PIC X(5).
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  SUM-PIECES               PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  SUM-DELIVERED            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  SUM-IN-TRANSIT           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  SUM-NEVER-SCANNED        PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(5)    VALUE SPACES.
           05  SUM-AVG-DAYS             PIC ZZ9.9.
           05  FILLER                   PIC X(7)    VALUE SPACES.
           05  SUM-MAX-DAYS             PIC ZZ9.

       01  WS-TOTAL-LINE.
           05  TOT-LABEL                PIC X(25).
           05  TOT-COUNT                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-SORT-KEY
               INPUT PROCEDURE IS 2000-RELEASE-PIECES-AND-SCANS
               OUTPUT PROCEDURE IS 3000-MATCH-SCANS
           SORT RESULT-SORT-FILE
               ON ASCENDING KEY RSR-SORT-KEY
               USING PIECE-RESULT-FILE
               OUTPUT PROCEDURE IS 4000-PRINT-SUMMARY
           PERFORM 5000-TERMINATE THRU 5000-EXIT
           STOP RUN.

      *>***************************************************************
      *> 1000-INITIALIZE - OPEN THE REPORT AND THE REJECT FILE; BOTH
      *>     SORT PROCEDURES WRITE TO THEM.
      *>***************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           OPEN OUTPUT SCAN-REPORT
                OUTPUT SCAN-REJECT-FILE
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           WRITE RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
       1000-EXIT.
           EXIT.

      *>***************************************************************
      *> 2000-RELEASE-PIECES-AND-SCANS - EVERY TRACKED PIECE, EVERY
      *>     SCAN ALREADY ON THE HISTORY AND EVERY EVENT ON TONIGHT'S
      *>     FEED GOES TO THE SORT. A PIECE SORTS UNDER ITS MAIL DATE
      *>     AND AHEAD OF ANY SCAN THE SAME DAY, SO EACH SCAN FOLLOWS
      *>     THE PIECE IT BELONGS TO; A HISTORY SCAN SORTS AHEAD OF
      *>     THE SAME EVENT SENT AGAIN ON THE FEED.
      *>***************************************************************
       2000-RELEASE-PIECES-AND-SCANS.
           OPEN INPUT PIECE-TRACKING-FILE
           PERFORM 2100-READ-TRACKING-FILE THRU 2100-EXIT
           PERFORM 2200-RELEASE-PIECE THRU 2200-EXIT
               UNTIL END-OF-TRACKING-FILE
           CLOSE PIECE-TRACKING-FILE

           OPEN INPUT SCAN-HISTORY-FILE
           PERFORM 2300-READ-HISTORY-FILE THRU 2300-EXIT
           PERFORM 2400-RELEASE-HISTORY-SCAN THRU 2400-EXIT
               UNTIL END-OF-HISTORY-FILE
           CLOSE SCAN-HISTORY-FILE

           OPEN INPUT SCAN-FEED-FILE
           PERFORM 2500-READ-FEED-FILE THRU 2500-EXIT
           PERFORM 2600-RELEASE-FEED-SCAN THRU 2600-EXIT
               UNTIL END-OF-FEED-FILE
           CLOSE SCAN-FEED-FILE.

       2000-EXIT.
           EXIT.

       2100-READ-TRACKING-FILE.
           READ PIECE-TRACKING-FILE
               AT END
                   SET END-OF-TRACKING-FILE TO TRUE
           END-READ.

       2100-EXIT.
           EXIT.

       2200-RELEASE-PIECE.
           ADD 1 TO WS-PIECES-READ
           MOVE PT-IMB-TRACKING-CODE TO SRT-TRACKING-CODE
           MOVE PT-MAIL-DATE         TO SRT-EVENT-DATE
           SET SRT-PIECE TO TRUE
           MOVE ZERO                 TO SRT-EVENT-TIME
           MOVE SPACES               TO SRT-OPERATION-CODE
                                        SRT-SOURCE
                                        SRT-EVENT-TYPE
                                        SRT-SCAN-IMAGE
           MOVE PT-CAMPAIGN-ID       TO SRT-CAMPAIGN-ID
           MOVE PT-ZIP3              TO SRT-ZIP3
           RELEASE SORT-SCAN-RECORD
           PERFORM 2100-READ-TRACKING-FILE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       2300-READ-HISTORY-FILE.
           READ SCAN-HISTORY-FILE INTO SCAN-EVENT-RECORD
               AT END
                   SET END-OF-HISTORY-FILE TO TRUE
           END-READ.

       2300-EXIT.
           EXIT.

       2400-RELEASE-HISTORY-SCAN.
           ADD 1 TO WS-HISTORY-READ
           PERFORM 2700-BUILD-SCAN-SORT-RECORD THRU 2700-EXIT
           SET SRT-FROM-HISTORY TO TRUE
           RELEASE SORT-SCAN-RECORD
           PERFORM 2300-READ-HISTORY-FILE THRU 2300-EXIT.
       2400-EXIT.
           EXIT.

       2500-READ-FEED-FILE.
           READ SCAN-FEED-FILE INTO SCAN-EVENT-RECORD
               AT END
                   SET END-OF-FEED-FILE TO TRUE
           END-READ.

       2500-EXIT.
           EXIT.

      *>***************************************************************
      *> 2600-RELEASE-FEED-SCAN - A FEED EVENT WITH NO USABLE SCAN
      *>     DATE OR TIME CANNOT BE PLACED AGAINST A MAIL DATE; IT IS
      *>     REJECTED HERE RATHER THAN SORTED.
      *>***************************************************************
       2600-RELEASE-FEED-SCAN.
           ADD 1 TO WS-FEED-READ
           IF SE-SCAN-DATE NOT NUMERIC
           OR SE-SCAN-TIME NOT NUMERIC
               ADD 1 TO WS-UNREADABLE-SCANS
               WRITE SCAN-REJECT-RECORD FROM SCAN-EVENT-RECORD
           ELSE
               PERFORM 2700-BUILD-SCAN-SORT-RECORD THRU 2700-EXIT
               SET SRT-FROM-FEED TO TRUE
               RELEASE SORT-SCAN-RECORD
           END-IF
           PERFORM 2500-READ-FEED-FILE THRU 2500-EXIT.
       2600-EXIT.
           EXIT.

       2700-BUILD-SCAN-SORT-RECORD.
           MOVE SE-IMB-TRACKING-CODE TO SRT-TRACKING-CODE
           MOVE SE-SCAN-DATE         TO SRT-EVENT-DATE
           SET SRT-SCAN TO TRUE
           MOVE SE-SCAN-TIME         TO SRT-EVENT-TIME
           MOVE SE-OPERATION-CODE    TO SRT-OPERATION-CODE
           MOVE SE-EVENT-TYPE        TO SRT-EVENT-TYPE
           MOVE SPACES               TO SRT-CAMPAIGN-ID
           MOVE ZERO                 TO SRT-ZIP3
           MOVE SCAN-EVENT-RECORD    TO SRT-SCAN-IMAGE.

       2700-EXIT.
           EXIT.

      *>***************************************************************
      *> 3000-MATCH-SCANS - WALK THE SORTED PIECES AND SCANS. A NEW
      *>     BARCODE OR A NEW PIECE UNDER THE SAME BARCODE FINISHES
      *>     THE PIECE IN HAND; EACH SCAN IS APPLIED TO THE PIECE IN
      *>     HAND. NEW MATCHED SCANS ARE APPENDED TO THE HISTORY.
      *>***************************************************************
       3000-MATCH-SCANS.
           OPEN EXTEND SCAN-HISTORY-FILE
           OPEN OUTPUT PIECE-RESULT-FILE

           PERFORM 3100-RETURN-SORTED-RECORD THRU 3100-EXIT
           PERFORM 3200-PROCESS-SORTED-RECORD THRU 3200-EXIT
               UNTIL END-OF-SORTED-SCANS

           IF PIECE-IN-HAND
               PERFORM 3500-FINISH-PIECE THRU 3500-EXIT
           END-IF

           CLOSE SCAN-HISTORY-FILE
                 PIECE-RESULT-FILE.

       3000-EXIT.
           EXIT.

       3100-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   SET END-OF-SORTED-SCANS TO TRUE
           END-RETURN.

       3100-EXIT.
           EXIT.

       3200-PROCESS-SORTED-RECORD.
           IF SRT-TRACKING-CODE NOT = WS-CURRENT-TRACKING-CODE
               IF PIECE-IN-HAND
                   PERFORM 3500-FINISH-PIECE THRU 3500-EXIT
               END-IF
               MOVE SRT-TRACKING-CODE TO WS-CURRENT-TRACKING-CODE
               PERFORM 3350-CLEAR-PREVIOUS-SCAN THRU 3350-EXIT
           END-IF

           IF SRT-PIECE
               IF PIECE-IN-HAND
                   PERFORM 3500-FINISH-PIECE THRU 3500-EXIT
               END-IF
               PERFORM 3300-START-PIECE THRU 3300-EXIT
           ELSE
               PERFORM 3400-APPLY-SCAN THRU 3400-EXIT
           END-IF

           PERFORM 3100-RETURN-SORTED-RECORD THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

       3300-START-PIECE.
           SET PIECE-IN-HAND TO TRUE
           MOVE 'N' TO WS-DELIVERED-SWITCH
           MOVE SRT-CAMPAIGN-ID TO WS-CP-CAMPAIGN-ID
           MOVE SRT-ZIP3        TO WS-CP-ZIP3
           MOVE SRT-EVENT-DATE  TO WS-CP-MAIL-DATE
           MOVE ZERO            TO WS-CP-DELIVERED-DATE
                                   WS-CP-SCAN-COUNT
           PERFORM 3350-CLEAR-PREVIOUS-SCAN THRU 3350-EXIT.

       3300-EXIT.
           EXIT.

       3350-CLEAR-PREVIOUS-SCAN.
           MOVE ZERO   TO WS-PS-EVENT-DATE
                          WS-PS-EVENT-TIME
           MOVE SPACES TO WS-PS-OPERATION-CODE.

       3350-EXIT.
           EXIT.

      *>***************************************************************
      *> 3400-APPLY-SCAN - A FEED EVENT WITH NO PIECE AHEAD OF IT IS
      *>     REJECTED; ONE IDENTICAL TO THE SCAN JUST BEFORE IT IS A
      *>     REPEAT AND IS SKIPPED. THE FIRST DELIVERY SCAN DATES THE
      *>     PIECE'S DELIVERY.
      *>***************************************************************
       3400-APPLY-SCAN.
           IF NOT PIECE-IN-HAND
               IF SRT-FROM-FEED
                   ADD 1 TO WS-UNMATCHED-SCANS
                   WRITE SCAN-REJECT-RECORD FROM SRT-SCAN-IMAGE
               END-IF
           ELSE
               IF SRT-EVENT-DATE      = WS-PS-EVENT-DATE
               AND SRT-EVENT-TIME     = WS-PS-EVENT-TIME
               AND SRT-OPERATION-CODE = WS-PS-OPERATION-CODE
                   IF SRT-FROM-FEED
                       ADD 1 TO WS-DUPLICATE-SCANS
                   END-IF
               ELSE
                   PERFORM 3450-TAKE-SCAN THRU 3450-EXIT
               END-IF
           END-IF.

       3400-EXIT.
           EXIT.

       3450-TAKE-SCAN.
           MOVE SRT-EVENT-DATE     TO WS-PS-EVENT-DATE
           MOVE SRT-EVENT-TIME     TO WS-PS-EVENT-TIME
           MOVE SRT-OPERATION-CODE TO WS-PS-OPERATION-CODE

           IF SRT-FROM-FEED
               ADD 1 TO WS-SCANS-LOADED
               WRITE SCAN-HISTORY-RECORD FROM SRT-SCAN-IMAGE
           END-IF

           ADD 1 TO WS-CP-SCAN-COUNT
           IF SRT-DELIVERY-SCAN
           AND NOT PIECE-DELIVERED
               SET PIECE-DELIVERED TO TRUE
               MOVE SRT-EVENT-DATE TO WS-CP-DELIVERED-DATE
           END-IF.

       3450-EXIT.
           EXIT.

      *>***************************************************************
      *> 3500-FINISH-PIECE - ONE RESULT PER PIECE: DELIVERED (WITH ITS
      *>     DAYS FROM MAIL DATE TO FIRST DELIVERY SCAN), SCANNED BUT
      *>     IN TRANSIT, OR NEVER SCANNED. DATES ARE YYMMDD IN THE
      *>     2000S. A DELIVERY SCAN DATED AHEAD OF THE MAIL DATE
      *>     COUNTS AS SAME-DAY.
      *>***************************************************************
       3500-FINISH-PIECE.
           MOVE WS-CP-CAMPAIGN-ID TO RES-CAMPAIGN-ID
           MOVE WS-CP-ZIP3        TO RES-ZIP3
           MOVE ZERO              TO RES-TRANSIT-DAYS

           IF PIECE-DELIVERED
               SET RES-DELIVERED TO TRUE
               COMPUTE WS-CCYYMMDD = 20000000 + WS-CP-MAIL-DATE
               COMPUTE WS-MAIL-DAY =
                   FUNCTION INTEGER-OF-DATE (WS-CCYYMMDD)
               COMPUTE WS-CCYYMMDD = 20000000 + WS-CP-DELIVERED-DATE
               COMPUTE WS-DELIVERED-DAY =
                   FUNCTION INTEGER-OF-DATE (WS-CCYYMMDD)
               COMPUTE WS-TRANSIT-DAYS =
                   WS-DELIVERED-DAY - WS-MAIL-DAY
               IF WS-TRANSIT-DAYS < ZERO
                   MOVE ZERO TO WS-TRANSIT-DAYS
               END-IF
               IF WS-TRANSIT-DAYS > 999
                   MOVE 999 TO WS-TRANSIT-DAYS
               END-IF
               MOVE WS-TRANSIT-DAYS TO RES-TRANSIT-DAYS
           ELSE
               IF WS-CP-SCAN-COUNT > ZERO
                   SET RES-IN-TRANSIT TO TRUE
               ELSE
                   SET RES-NEVER-SCANNED TO TRUE
               END-IF
           END-IF

           WRITE PIECE-RESULT-RECORD
           ADD 1 TO WS-RESULTS-WRITTEN
           MOVE 'N' TO WS-PIECE-SWITCH.

       3500-EXIT.
           EXIT.

      *>***************************************************************
      *> 4000-PRINT-SUMMARY - CONTROL BREAKS ON CAMPAIGN AND 3-DIGIT
      *>     ZIP: A LINE PER ZIP3 WITHIN EACH CAMPAIGN, A TOTAL LINE
      *>     PER CAMPAIGN, AND A LINE FOR THE WHOLE FILE.
      *>***************************************************************
       4000-PRINT-SUMMARY.
           WRITE RPT-LINE FROM WS-HEADING-2
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 4100-RETURN-RESULT THRU 4100-EXIT
           PERFORM 4200-SUMMARIZE-RESULT THRU 4200-EXIT
               UNTIL END-OF-RESULTS

           IF NOT FIRST-RESULT
               PERFORM 4300-PRINT-ZIP3-LINE THRU 4300-EXIT
               PERFORM 4400-PRINT-CAMPAIGN-LINE THRU 4400-EXIT
           END-IF

           MOVE WS-GRAND-TOTALS TO WS-LINE-TOTALS
           MOVE 'ALL'           TO SUM-CAMPAIGN-ID
           MOVE SPACES          TO SUM-ZIP3
           PERFORM 4600-WRITE-SUMMARY-LINE THRU 4600-EXIT.

       4000-EXIT.
           EXIT.

       4100-RETURN-RESULT.
           RETURN RESULT-SORT-FILE
               AT END
                   SET END-OF-RESULTS TO TRUE
           END-RETURN.

       4100-EXIT.
           EXIT.

       4200-SUMMARIZE-RESULT.
           IF FIRST-RESULT
               MOVE 'N' TO WS-FIRST-RESULT-SWITCH
               MOVE RSR-CAMPAIGN-ID TO WS-BRK-CAMPAIGN-ID
               MOVE RSR-ZIP3        TO WS-BRK-ZIP3
           END-IF

           IF RSR-CAMPAIGN-ID NOT = WS-BRK-CAMPAIGN-ID
               PERFORM 4300-PRINT-ZIP3-LINE THRU 4300-EXIT
               PERFORM 4400-PRINT-CAMPAIGN-LINE THRU 4400-EXIT
               MOVE RSR-CAMPAIGN-ID TO WS-BRK-CAMPAIGN-ID
               MOVE RSR-ZIP3        TO WS-BRK-ZIP3
           ELSE
               IF RSR-ZIP3 NOT = WS-BRK-ZIP3
                   PERFORM 4300-PRINT-ZIP3-LINE THRU 4300-EXIT
                   MOVE RSR-ZIP3 TO WS-BRK-ZIP3
               END-IF
           END-IF

           ADD 1 TO ZT-PIECES
           IF RSR-DELIVERED
               ADD 1 TO ZT-DELIVERED
               ADD RSR-TRANSIT-DAYS TO ZT-TOTAL-DAYS
               IF RSR-TRANSIT-DAYS > ZT-MAX-DAYS
                   MOVE RSR-TRANSIT-DAYS TO ZT-MAX-DAYS
               END-IF
           ELSE
               IF RSR-IN-TRANSIT
                   ADD 1 TO ZT-IN-TRANSIT
               ELSE
                   ADD 1 TO ZT-NEVER-SCANNED
               END-IF
           END-IF

           PERFORM 4100-RETURN-RESULT THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

       4300-PRINT-ZIP3-LINE.
           MOVE WS-ZIP3-TOTALS     TO WS-LINE-TOTALS
           MOVE WS-BRK-CAMPAIGN-ID TO SUM-CAMPAIGN-ID
           MOVE WS-BRK-ZIP3        TO SUM-ZIP3
           PERFORM 4600-WRITE-SUMMARY-LINE THRU 4600-EXIT

           ADD ZT-PIECES        TO CT-PIECES
           ADD ZT-DELIVERED     TO CT-DELIVERED
           ADD ZT-IN-TRANSIT    TO CT-IN-TRANSIT
           ADD ZT-NEVER-SCANNED TO CT-NEVER-SCANNED
           ADD ZT-TOTAL-DAYS    TO CT-TOTAL-DAYS
           IF ZT-MAX-DAYS > CT-MAX-DAYS
               MOVE ZT-MAX-DAYS TO CT-MAX-DAYS
           END-IF
           MOVE ZERO TO ZT-PIECES ZT-DELIVERED ZT-IN-TRANSIT
                        ZT-NEVER-SCANNED ZT-TOTAL-DAYS ZT-MAX-DAYS.

       4300-EXIT.
           EXIT.

       4400-PRINT-CAMPAIGN-LINE.
           MOVE WS-CAMPAIGN-TOTALS TO WS-LINE-TOTALS
           MOVE WS-BRK-CAMPAIGN-ID TO SUM-CAMPAIGN-ID
           MOVE 'TOTAL'            TO SUM-ZIP3
           PERFORM 4600-WRITE-SUMMARY-LINE THRU 4600-EXIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           ADD CT-PIECES        TO GT-PIECES
           ADD CT-DELIVERED     TO GT-DELIVERED
           ADD CT-IN-TRANSIT    TO GT-IN-TRANSIT
           ADD CT-NEVER-SCANNED TO GT-NEVER-SCANNED
           ADD CT-TOTAL-DAYS    TO GT-TOTAL-DAYS
           IF CT-MAX-DAYS > GT-MAX-DAYS
               MOVE CT-MAX-DAYS TO GT-MAX-DAYS
           END-IF
           MOVE ZERO TO CT-PIECES CT-DELIVERED CT-IN-TRANSIT
                        CT-NEVER-SCANNED CT-TOTAL-DAYS CT-MAX-DAYS.

       4400-EXIT.
           EXIT.

      *>***************************************************************
      *> 4600-WRITE-SUMMARY-LINE - PRINT WHATEVER BUCKET WAS MOVED TO
      *>     WS-LINE-TOTALS. AVERAGE DAYS IN TRANSIT IS OVER THE
      *>     DELIVERED PIECES ONLY.
      *>***************************************************************
       4600-WRITE-SUMMARY-LINE.
           IF SUM-CAMPAIGN-ID = SPACES
               MOVE '(NONE)' TO SUM-CAMPAIGN-ID
           END-IF
           MOVE LT-PIECES        TO SUM-PIECES
           MOVE LT-DELIVERED     TO SUM-DELIVERED
           MOVE LT-IN-TRANSIT    TO SUM-IN-TRANSIT
           MOVE LT-NEVER-SCANNED TO SUM-NEVER-SCANNED
           MOVE LT-MAX-DAYS      TO SUM-MAX-DAYS
           IF LT-DELIVERED > ZERO
               COMPUTE SUM-AVG-DAYS ROUNDED =
                   LT-TOTAL-DAYS / LT-DELIVERED
           ELSE
               MOVE ZERO TO SUM-AVG-DAYS
           END-IF
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.

       4600-EXIT.
           EXIT.

      *>***************************************************************
      *> 5000-TERMINATE - FEED LOAD TOTALS UNDER THE SUMMARY.
      *>***************************************************************
       5000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'PIECES TRACKED  . . . . .' TO TOT-LABEL
           MOVE WS-PIECES-READ              TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'SCANS ON HISTORY  . . . .' TO TOT-LABEL
           MOVE WS-HISTORY-READ             TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'FEED EVENTS READ  . . . .' TO TOT-LABEL
           MOVE WS-FEED-READ                TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'SCANS LOADED  . . . . . .' TO TOT-LABEL
           MOVE WS-SCANS-LOADED             TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'REPEATED SCANS SKIPPED  .' TO TOT-LABEL
           MOVE WS-DUPLICATE-SCANS          TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'NO TRACKED PIECE, REJECT.' TO TOT-LABEL
           MOVE WS-UNMATCHED-SCANS          TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'BAD SCAN DATE, REJECTED .' TO TOT-LABEL
           MOVE WS-UNREADABLE-SCANS         TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           CLOSE SCAN-REPORT
                 SCAN-REJECT-FILE

           DISPLAY 'SCANLOAD - PIECES TRACKED: ' WS-PIECES-READ
           DISPLAY 'SCANLOAD - FEED EVENTS:    ' WS-FEED-READ
           DISPLAY 'SCANLOAD - SCANS LOADED:   ' WS-SCANS-LOADED
           DISPLAY 'SCANLOAD - REJECTED:       ' WS-UNMATCHED-SCANS
                   ' NO PIECE, ' WS-UNREADABLE-SCANS ' BAD DATE'.
       5000-EXIT.
           EXIT.
