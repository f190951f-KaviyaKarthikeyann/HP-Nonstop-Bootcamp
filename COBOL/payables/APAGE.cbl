      ******************************************************************
      * PROGRAM:      APAGE
      * AUTHOR:       R. J. PILLAI - ACCOUNTS PAYABLE SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Aged AP trial balance.  Reads the open AP items
      *               - already in vendor order on the AP-OPEN-ITEM
      *               key, so no sort is needed - and prints one line
      *               per vendor with the open balance spread across
      *               not-yet-due / 1-30 / 31-60 / 61-90 / over-90
      *               days past the due date, plus grand totals per
      *               bucket.  The grand total is what SUBRECON foots
      *               against the AP control account.
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original aged AP trial balance program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APAGE.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-OPEN-ITEM-FILE ASSIGN TO "APOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APO-KEY
               FILE STATUS IS WS-APOPEN-STATUS.

           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEND-ID
               FILE STATUS IS WS-VENDMAST-STATUS.

           SELECT AP-AGING-REPORT-FILE ASSIGN TO "APAGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AP-OPEN-ITEM-FILE.
       COPY APOPNREC.

       FD  VENDOR-MASTER-FILE.
       COPY VENDREC.

       FD  AP-AGING-REPORT-FILE.
       01  AP-AGING-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-APOPEN-STATUS          PIC X(02) VALUE "00".
           05  WS-VENDMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".

       COPY RPTHDGW.

       01  WS-CONTROL-TOTALS.
           05  WS-ITEMS-READ             PIC 9(9) COMP VALUE ZERO.
           05  WS-ITEMS-AGED             PIC 9(9) COMP VALUE ZERO.
           05  WS-VENDORS-LISTED         PIC 9(9) COMP VALUE ZERO.

       01  WS-BREAK-FIELDS.
           05  WS-CURRENT-VEND-ID        PIC 9(06) VALUE ZERO.
           05  WS-FIRST-RECORD-SWITCH    PIC X(01) VALUE "Y".
               88  WS-FIRST-RECORD              VALUE "Y".

      * Bucket 1 = not yet due, 2 = 1-30 days past due, 3 = 31-60,
      * 4 = 61-90, 5 = over 90; bucket 6 is the row total.
       01  WS-VENDOR-BUCKETS.
           05  WS-VEND-BUCKET OCCURS 6 TIMES
                              PIC S9(11)V99 COMP-3.
       01  WS-GRAND-BUCKETS.
           05  WS-GRAND-BUCKET OCCURS 6 TIMES
                               PIC S9(11)V99 COMP-3.
       01  WS-BUCKET-SUB                 PIC 9(01).

       01  WS-CALCULATION-FIELDS.
           05  WS-PAST-DUE-DAYS          PIC S9(06).
           05  WS-DUE-DAY-NO             PIC 9(07).
           05  WS-RUN-DAY-NO             PIC 9(07).

       01  WS-CURRENT-DATE               PIC 9(08).

       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40) VALUE
               "AGED AP TRIAL BALANCE - BY DUE DATE".
           05  FILLER                    PIC X(12) VALUE
               "  RUN DATE ".
           05  WS-HDG-RUN-DATE           PIC 9(08).
           05  FILLER                    PIC X(08) VALUE "  PAGE ".
           05  WS-HDG-PAGE-NO            PIC ZZZ9.

       01  WS-HEADING-LINE-2.
           05  FILLER                    PIC X(38) VALUE "VENDOR".
           05  FILLER                    PIC X(15) VALUE
               "    NOT YET DUE".
           05  FILLER                    PIC X(15) VALUE
               "           1-30".
           05  FILLER                    PIC X(15) VALUE
               "          31-60".
           05  FILLER                    PIC X(15) VALUE
               "          61-90".
           05  FILLER                    PIC X(15) VALUE
               "        OVER 90".
           05  FILLER                    PIC X(15) VALUE
               "          TOTAL".

       01  WS-DETAIL-LINE.
           05  WS-DTL-VEND-ID            PIC 9(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-VEND-NAME          PIC X(30).
           05  WS-DTL-BUCKET OCCURS 6 TIMES
                             PIC $$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-AGE-ONE-ITEM
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           IF NOT WS-FIRST-RECORD
               PERFORM 3000-PRINT-VENDOR-LINE
           END-IF.
           PERFORM 3100-PRINT-GRAND-TOTAL.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-VENDOR-BUCKETS WS-GRAND-BUCKETS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE).
           OPEN INPUT AP-OPEN-ITEM-FILE.
           IF WS-APOPEN-STATUS NOT = "00"
               DISPLAY "APAGE - CANNOT OPEN APOPEN - STATUS "
                   WS-APOPEN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT VENDOR-MASTER-FILE.
           OPEN OUTPUT AP-AGING-REPORT-FILE.
       1000-EXIT.
           EXIT.

       2000-AGE-ONE-ITEM.
           READ AP-OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-ITEMS-READ.
           IF NOT APO-ITEM-OPEN
              OR APO-OPEN-BALANCE NOT > ZERO
               GO TO 2000-EXIT
           END-IF.
           IF WS-FIRST-RECORD
               MOVE "N" TO WS-FIRST-RECORD-SWITCH
               MOVE APO-VEND-ID TO WS-CURRENT-VEND-ID
           ELSE
               IF APO-VEND-ID NOT = WS-CURRENT-VEND-ID
                   PERFORM 3000-PRINT-VENDOR-LINE
                   MOVE APO-VEND-ID TO WS-CURRENT-VEND-ID
               END-IF
           END-IF.
           COMPUTE WS-DUE-DAY-NO =
               FUNCTION INTEGER-OF-DATE (APO-DUE-DATE).
           COMPUTE WS-PAST-DUE-DAYS = WS-RUN-DAY-NO - WS-DUE-DAY-NO.
           EVALUATE TRUE
               WHEN WS-PAST-DUE-DAYS <= 0
                   MOVE 1 TO WS-BUCKET-SUB
               WHEN WS-PAST-DUE-DAYS <= 30
                   MOVE 2 TO WS-BUCKET-SUB
               WHEN WS-PAST-DUE-DAYS <= 60
                   MOVE 3 TO WS-BUCKET-SUB
               WHEN WS-PAST-DUE-DAYS <= 90
                   MOVE 4 TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 5 TO WS-BUCKET-SUB
           END-EVALUATE.
           ADD APO-OPEN-BALANCE TO WS-VEND-BUCKET (WS-BUCKET-SUB).
           ADD APO-OPEN-BALANCE TO WS-VEND-BUCKET (6).
           ADD APO-OPEN-BALANCE TO WS-GRAND-BUCKET (WS-BUCKET-SUB).
           ADD APO-OPEN-BALANCE TO WS-GRAND-BUCKET (6).
           ADD 1 TO WS-ITEMS-AGED.
       2000-EXIT.
           EXIT.

       3000-PRINT-VENDOR-LINE.
           MOVE WS-CURRENT-VEND-ID TO VEND-ID.
           READ VENDOR-MASTER-FILE
               INVALID KEY
                   MOVE "** NOT ON VENDOR MASTER **" TO VEND-NAME
           END-READ.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE WS-CURRENT-VEND-ID TO WS-DTL-VEND-ID.
           MOVE VEND-NAME          TO WS-DTL-VEND-NAME.
           MOVE 1 TO WS-BUCKET-SUB.
           PERFORM 3010-MOVE-VENDOR-BUCKET 6 TIMES.
           MOVE WS-DETAIL-LINE TO AP-AGING-REPORT-LINE.
           WRITE AP-AGING-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
           ADD 1 TO WS-VENDORS-LISTED.
           INITIALIZE WS-VENDOR-BUCKETS.

       3010-MOVE-VENDOR-BUCKET.
           MOVE WS-VEND-BUCKET (WS-BUCKET-SUB)
               TO WS-DTL-BUCKET (WS-BUCKET-SUB).
           ADD 1 TO WS-BUCKET-SUB.

       3100-PRINT-GRAND-TOTAL.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE SPACES TO AP-AGING-REPORT-LINE.
           WRITE AP-AGING-REPORT-LINE.
           MOVE ZERO TO WS-DTL-VEND-ID.
           MOVE "GRAND TOTAL" TO WS-DTL-VEND-NAME.
           MOVE 1 TO WS-BUCKET-SUB.
           PERFORM 3110-MOVE-GRAND-BUCKET 6 TIMES.
           MOVE WS-DETAIL-LINE TO AP-AGING-REPORT-LINE.
           WRITE AP-AGING-REPORT-LINE.
           ADD 2 TO RH-LINE-COUNT.

       3110-MOVE-GRAND-BUCKET.
           MOVE WS-GRAND-BUCKET (WS-BUCKET-SUB)
               TO WS-DTL-BUCKET (WS-BUCKET-SUB).
           ADD 1 TO WS-BUCKET-SUB.

       8020-WRITE-HEADING-LINES.
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
           MOVE RH-PAGE-NO TO WS-HDG-PAGE-NO.
           MOVE WS-HEADING-LINE-1 TO AP-AGING-REPORT-LINE.
           WRITE AP-AGING-REPORT-LINE.
           MOVE WS-HEADING-LINE-2 TO AP-AGING-REPORT-LINE.
           WRITE AP-AGING-REPORT-LINE.
           MOVE SPACES TO AP-AGING-REPORT-LINE.
           WRITE AP-AGING-REPORT-LINE.
           MOVE 3 TO RH-LINE-COUNT.

       COPY RPTHDGP.

       9000-TERMINATE.
           CLOSE AP-OPEN-ITEM-FILE.
           CLOSE VENDOR-MASTER-FILE.
           CLOSE AP-AGING-REPORT-FILE.
           DISPLAY "AGED AP TRIAL BALANCE - END OF JOB SUMMARY".
           DISPLAY "  ITEMS READ       : " WS-ITEMS-READ.
           DISPLAY "  OPEN ITEMS AGED  : " WS-ITEMS-AGED.
           DISPLAY "  VENDORS LISTED   : " WS-VENDORS-LISTED.
       9000-EXIT.
           EXIT.

       END PROGRAM APAGE.
