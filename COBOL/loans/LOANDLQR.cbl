      ******************************************************************
      * PROGRAM:      LOANDLQR
      * AUTHOR:       R. J. PILLAI - LOAN SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Collections supervisor report.  One line per
      *               collector: contact attempts and right-party
      *               contacts recorded through LOANDLQW, promises to
      *               pay taken and their amount, and how many of the
      *               collector's promises LOANPAY settled as kept or
      *               broken, with the keep rate - all off the
      *               LOANCNTL contact log for the report period.
      *               Beside it, the collector's current workload off
      *               the LOANDLQQ queue: items open, items waiting on
      *               a promise, and the payment needed to cure them.
      *               Queue items with no collector assigned print
      *               under UNASSGND.  A totals line closes the report.
      *
      *               Report period from the command line (or the
      *               console if none):
      *                   1-8   from date YYYYMMDD
      *                   9-16  to date YYYYMMDD
      *               blank runs the month to date.
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original collections supervisor report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANDLQR.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-LOG-FILE ASSIGN TO "LOANCNTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANCNTL-STATUS.

           SELECT COLLECTION-QUEUE-FILE ASSIGN TO "LOANDLQQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DQ-LOAN-ACCT-NO
               FILE STATUS IS WS-LOANDLQQ-STATUS.

           SELECT SUPERVISOR-REPORT-FILE ASSIGN TO "LOANDLQP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-LOG-FILE.
       COPY LOANCLRC.

       FD  COLLECTION-QUEUE-FILE.
       COPY LOANDQRC.

       FD  SUPERVISOR-REPORT-FILE.
       01  SUPERVISOR-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-LOANCNTL-STATUS        PIC X(02) VALUE "00".
           05  WS-LOANDLQQ-STATUS        PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-LOG-EOF-SWITCH         PIC X(01) VALUE "N".
               88  WS-LOG-END-OF-FILE           VALUE "Y".
           05  WS-QUEUE-EOF-SWITCH       PIC X(01) VALUE "N".
               88  WS-QUEUE-END-OF-FILE         VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-LOG-READ               PIC 9(9) COMP VALUE ZERO.
           05  WS-LOG-IN-PERIOD          PIC 9(9) COMP VALUE ZERO.
           05  WS-QUEUE-READ             PIC 9(9) COMP VALUE ZERO.
           05  WS-TABLE-OVERFLOW         PIC 9(9) COMP VALUE ZERO.

       01  WS-CMD-LINE-PARM              PIC X(80).
       01  WS-REPORT-PERIOD.
           05  WS-FROM-DATE              PIC 9(08).
           05  WS-TO-DATE                PIC 9(08).

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YYYY           PIC 9(4).
           05  WS-CURRENT-MM             PIC 9(2).
           05  WS-CURRENT-DD             PIC 9(2).
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                         PIC 9(08).

      * One slot per collector met on the log or the queue, in the
      * order first met.
       01  WS-COLL-LIMIT                 PIC 9(03) COMP VALUE 50.
       01  WS-COLL-COUNT                 PIC 9(03) COMP VALUE ZERO.
       01  WS-COLL-SUB                   PIC 9(03) COMP.
       01  WS-COLL-KEY                   PIC X(08).
       01  WS-COLLECTOR-TABLE.
           05  WS-COLL-ENTRY OCCURS 50 TIMES.
               10  WS-CT-COLLECTOR-ID    PIC X(08).
               10  WS-CT-CONTACTS        PIC 9(07) COMP.
               10  WS-CT-RIGHT-PARTY     PIC 9(07) COMP.
               10  WS-CT-PROMISES        PIC 9(07) COMP.
               10  WS-CT-PROMISED-AMT    PIC S9(11)V99 COMP-3.
               10  WS-CT-KEPT            PIC 9(07) COMP.
               10  WS-CT-BROKEN          PIC 9(07) COMP.
               10  WS-CT-OPEN-ITEMS      PIC 9(07) COMP.
               10  WS-CT-PENDING-ITEMS   PIC 9(07) COMP.
               10  WS-CT-AMOUNT-DUE      PIC S9(11)V99 COMP-3.

       01  WS-GRAND-TOTALS.
           05  WS-GT-CONTACTS            PIC 9(07) COMP VALUE ZERO.
           05  WS-GT-RIGHT-PARTY         PIC 9(07) COMP VALUE ZERO.
           05  WS-GT-PROMISES            PIC 9(07) COMP VALUE ZERO.
           05  WS-GT-PROMISED-AMT        PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-GT-KEPT                PIC 9(07) COMP VALUE ZERO.
           05  WS-GT-BROKEN              PIC 9(07) COMP VALUE ZERO.
           05  WS-GT-OPEN-ITEMS          PIC 9(07) COMP VALUE ZERO.
           05  WS-GT-PENDING-ITEMS       PIC 9(07) COMP VALUE ZERO.
           05  WS-GT-AMOUNT-DUE          PIC S9(11)V99 COMP-3
                                         VALUE ZERO.

       01  WS-KEEP-RATE                  PIC 9(03)V9.

       COPY RPTHDGW.

       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40) VALUE
               "COLLECTIONS SUPERVISOR REPORT".
           05  FILLER                    PIC X(10) VALUE "RUN DATE ".
           05  WS-HDG-RUN-DATE           PIC 9(08).
           05  FILLER                    PIC X(08) VALUE "  PAGE ".
           05  WS-HDG-PAGE-NO            PIC ZZZ9.

       01  WS-HEADING-LINE-2.
           05  FILLER                    PIC X(15) VALUE
               "PERIOD FROM ".
           05  WS-HDG-FROM-DATE          PIC 9(08).
           05  FILLER                    PIC X(04) VALUE " TO ".
           05  WS-HDG-TO-DATE            PIC 9(08).

       01  WS-HEADING-LINE-3.
           05  FILLER                    PIC X(10) VALUE "COLLECTOR".
           05  FILLER                    PIC X(09) VALUE "CONTACTS".
           05  FILLER                    PIC X(09) VALUE "RT PARTY".
           05  FILLER                    PIC X(09) VALUE "PROMISES".
           05  FILLER                    PIC X(18) VALUE
               "    PROMISED AMT".
           05  FILLER                    PIC X(08) VALUE "   KEPT".
           05  FILLER                    PIC X(08) VALUE " BROKEN".
           05  FILLER                    PIC X(08) VALUE "  KEEP%".
           05  FILLER                    PIC X(08) VALUE "   OPEN".
           05  FILLER                    PIC X(09) VALUE " PENDING".
           05  FILLER                    PIC X(18) VALUE
               "      AMOUNT DUE".

       01  WS-DETAIL-LINE.
           05  WS-DTL-COLLECTOR          PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-CONTACTS           PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-RIGHT-PARTY        PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-PROMISES           PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-PROMISED-AMT       PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DTL-KEPT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DTL-BROKEN             PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-KEEP-RATE          PIC ZZ9.9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-OPEN-ITEMS         PIC ZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-PENDING-ITEMS      PIC ZZ,ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DTL-AMOUNT-DUE         PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-TALLY-CONTACT-LOG
               THRU 2000-EXIT.
           PERFORM 3000-TALLY-QUEUE
               THRU 3000-EXIT.
           PERFORM 4000-PRINT-REPORT
               THRU 4000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-YYYY TO RH-RUN-YYYY.
           MOVE WS-CURRENT-MM   TO RH-RUN-MM.
           MOVE WS-CURRENT-DD   TO RH-RUN-DD.
           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           IF WS-CMD-LINE-PARM = SPACES
               DISPLAY "REPORT PERIOD (YYYYMMDDYYYYMMDD, BLANK FOR "
                   "MONTH TO DATE) : "
               ACCEPT WS-CMD-LINE-PARM
           END-IF.
           IF WS-CMD-LINE-PARM(1:16) = SPACES
               MOVE WS-CURRENT-DATE-N TO WS-FROM-DATE
               MOVE "01" TO WS-FROM-DATE(7:2)
               MOVE WS-CURRENT-DATE-N TO WS-TO-DATE
           ELSE
               MOVE WS-CMD-LINE-PARM(1:16) TO WS-REPORT-PERIOD
           END-IF.
           IF WS-FROM-DATE IS NOT NUMERIC
              OR WS-TO-DATE IS NOT NUMERIC
              OR WS-FROM-DATE > WS-TO-DATE
               DISPLAY "LOANDLQR - INVALID REPORT PERIOD "
                   WS-CMD-LINE-PARM(1:16)
                   " - EXPECTED FROM AND TO YYYYMMDD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-FROM-DATE TO WS-HDG-FROM-DATE.
           MOVE WS-TO-DATE   TO WS-HDG-TO-DATE.
       1000-EXIT.
           EXIT.

      * ================================================================
      * 2000-TALLY-CONTACT-LOG - no log yet (nobody has worked the
      *                          queue) tallies nothing, not an error.
      *                          Settlements are credited to the
      *                          collector who took the promise, which
      *                          LOANPAY carries on the PK/PB record.
      * ================================================================
       2000-TALLY-CONTACT-LOG.
           OPEN INPUT CONTACT-LOG-FILE.
           IF WS-LOANCNTL-STATUS = "35"
               DISPLAY "LOANDLQR - NO CONTACT LOG ON FILE"
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-TALLY-ONE-CONTACT
               UNTIL WS-LOG-END-OF-FILE.
           CLOSE CONTACT-LOG-FILE.
       2000-EXIT.
           EXIT.

       2100-TALLY-ONE-CONTACT.
           READ CONTACT-LOG-FILE
               AT END
                   SET WS-LOG-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-LOG-END-OF-FILE
               ADD 1 TO WS-LOG-READ
               IF CN-CONTACT-DATE NOT < WS-FROM-DATE
                  AND CN-CONTACT-DATE NOT > WS-TO-DATE
                   ADD 1 TO WS-LOG-IN-PERIOD
                   MOVE CN-COLLECTOR-ID TO WS-COLL-KEY
                   PERFORM 5000-FIND-COLLECTOR
                       THRU 5000-EXIT
                   IF WS-COLL-SUB NOT > WS-COLL-COUNT
                       PERFORM 2200-ADD-CONTACT
                   END-IF
               END-IF
           END-IF.

       2200-ADD-CONTACT.
           IF CN-COLLECTOR-OUTCOME
               ADD 1 TO WS-CT-CONTACTS (WS-COLL-SUB)
           END-IF.
           IF CN-RIGHT-PARTY
              OR CN-REFUSED-TO-PAY
              OR CN-PROMISE-MADE
               ADD 1 TO WS-CT-RIGHT-PARTY (WS-COLL-SUB)
           END-IF.
           IF CN-PROMISE-MADE
               ADD 1 TO WS-CT-PROMISES (WS-COLL-SUB)
               ADD CN-PROMISE-AMOUNT
                   TO WS-CT-PROMISED-AMT (WS-COLL-SUB)
           END-IF.
           IF CN-PROMISE-KEPT
               ADD 1 TO WS-CT-KEPT (WS-COLL-SUB)
           END-IF.
           IF CN-PROMISE-BROKEN
               ADD 1 TO WS-CT-BROKEN (WS-COLL-SUB)
           END-IF.

      * ================================================================
      * 3000-TALLY-QUEUE - the workload is as the queue stands today,
      *                    whatever the report period.
      * ================================================================
       3000-TALLY-QUEUE.
           OPEN INPUT COLLECTION-QUEUE-FILE.
           IF WS-LOANDLQQ-STATUS NOT = "00"
               DISPLAY "LOANDLQR - NO COLLECTIONS QUEUE ON FILE - "
                   "STATUS " WS-LOANDLQQ-STATUS
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-TALLY-ONE-ITEM
               UNTIL WS-QUEUE-END-OF-FILE.
           CLOSE COLLECTION-QUEUE-FILE.
       3000-EXIT.
           EXIT.

       3100-TALLY-ONE-ITEM.
           READ COLLECTION-QUEUE-FILE NEXT RECORD
               AT END
                   SET WS-QUEUE-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-QUEUE-END-OF-FILE
              AND DQ-IN-QUEUE
               ADD 1 TO WS-QUEUE-READ
               IF DQ-COLLECTOR-ID = SPACES
                   MOVE "UNASSGND" TO WS-COLL-KEY
               ELSE
                   MOVE DQ-COLLECTOR-ID TO WS-COLL-KEY
               END-IF
               PERFORM 5000-FIND-COLLECTOR
                   THRU 5000-EXIT
               IF WS-COLL-SUB NOT > WS-COLL-COUNT
                   IF DQ-PROMISED
                       ADD 1 TO WS-CT-PENDING-ITEMS (WS-COLL-SUB)
                   ELSE
                       ADD 1 TO WS-CT-OPEN-ITEMS (WS-COLL-SUB)
                   END-IF
                   ADD DQ-PAYMENT-DUE
                       TO WS-CT-AMOUNT-DUE (WS-COLL-SUB)
               END-IF
           END-IF.

       4000-PRINT-REPORT.
           OPEN OUTPUT SUPERVISOR-REPORT-FILE.
           PERFORM 8010-NEW-PAGE.
           PERFORM 4100-PRINT-ONE-COLLECTOR
               VARYING WS-COLL-SUB FROM 1 BY 1
               UNTIL WS-COLL-SUB > WS-COLL-COUNT.
           PERFORM 4200-PRINT-TOTALS.
           CLOSE SUPERVISOR-REPORT-FILE.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-COLLECTOR.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE WS-CT-COLLECTOR-ID (WS-COLL-SUB) TO WS-DTL-COLLECTOR.
           MOVE WS-CT-CONTACTS (WS-COLL-SUB)     TO WS-DTL-CONTACTS.
           MOVE WS-CT-RIGHT-PARTY (WS-COLL-SUB)  TO WS-DTL-RIGHT-PARTY.
           MOVE WS-CT-PROMISES (WS-COLL-SUB)     TO WS-DTL-PROMISES.
           MOVE WS-CT-PROMISED-AMT (WS-COLL-SUB)
               TO WS-DTL-PROMISED-AMT.
           MOVE WS-CT-KEPT (WS-COLL-SUB)         TO WS-DTL-KEPT.
           MOVE WS-CT-BROKEN (WS-COLL-SUB)       TO WS-DTL-BROKEN.
           MOVE WS-CT-OPEN-ITEMS (WS-COLL-SUB)   TO WS-DTL-OPEN-ITEMS.
           MOVE WS-CT-PENDING-ITEMS (WS-COLL-SUB)
               TO WS-DTL-PENDING-ITEMS.
           MOVE WS-CT-AMOUNT-DUE (WS-COLL-SUB)   TO WS-DTL-AMOUNT-DUE.
           IF WS-CT-KEPT (WS-COLL-SUB) + WS-CT-BROKEN (WS-COLL-SUB)
               = ZERO
               MOVE ZERO TO WS-KEEP-RATE
           ELSE
               COMPUTE WS-KEEP-RATE ROUNDED =
                   WS-CT-KEPT (WS-COLL-SUB) * 100
                   / (WS-CT-KEPT (WS-COLL-SUB)
                      + WS-CT-BROKEN (WS-COLL-SUB))
           END-IF.
           MOVE WS-KEEP-RATE TO WS-DTL-KEEP-RATE.
           MOVE WS-DETAIL-LINE TO SUPERVISOR-REPORT-LINE.
           WRITE SUPERVISOR-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
           ADD WS-CT-CONTACTS (WS-COLL-SUB)      TO WS-GT-CONTACTS.
           ADD WS-CT-RIGHT-PARTY (WS-COLL-SUB)   TO WS-GT-RIGHT-PARTY.
           ADD WS-CT-PROMISES (WS-COLL-SUB)      TO WS-GT-PROMISES.
           ADD WS-CT-PROMISED-AMT (WS-COLL-SUB)  TO WS-GT-PROMISED-AMT.
           ADD WS-CT-KEPT (WS-COLL-SUB)          TO WS-GT-KEPT.
           ADD WS-CT-BROKEN (WS-COLL-SUB)        TO WS-GT-BROKEN.
           ADD WS-CT-OPEN-ITEMS (WS-COLL-SUB)    TO WS-GT-OPEN-ITEMS.
           ADD WS-CT-PENDING-ITEMS (WS-COLL-SUB)
               TO WS-GT-PENDING-ITEMS.
           ADD WS-CT-AMOUNT-DUE (WS-COLL-SUB)    TO WS-GT-AMOUNT-DUE.

       4200-PRINT-TOTALS.
           MOVE SPACES TO SUPERVISOR-REPORT-LINE.
           WRITE SUPERVISOR-REPORT-LINE.
           MOVE "TOTALS"           TO WS-DTL-COLLECTOR.
           MOVE WS-GT-CONTACTS     TO WS-DTL-CONTACTS.
           MOVE WS-GT-RIGHT-PARTY  TO WS-DTL-RIGHT-PARTY.
           MOVE WS-GT-PROMISES     TO WS-DTL-PROMISES.
           MOVE WS-GT-PROMISED-AMT TO WS-DTL-PROMISED-AMT.
           MOVE WS-GT-KEPT         TO WS-DTL-KEPT.
           MOVE WS-GT-BROKEN       TO WS-DTL-BROKEN.
           MOVE WS-GT-OPEN-ITEMS   TO WS-DTL-OPEN-ITEMS.
           MOVE WS-GT-PENDING-ITEMS
               TO WS-DTL-PENDING-ITEMS.
           MOVE WS-GT-AMOUNT-DUE   TO WS-DTL-AMOUNT-DUE.
           IF WS-GT-KEPT + WS-GT-BROKEN = ZERO
               MOVE ZERO TO WS-KEEP-RATE
           ELSE
               COMPUTE WS-KEEP-RATE ROUNDED =
                   WS-GT-KEPT * 100 / (WS-GT-KEPT + WS-GT-BROKEN)
           END-IF.
           MOVE WS-KEEP-RATE TO WS-DTL-KEEP-RATE.
           MOVE WS-DETAIL-LINE TO SUPERVISOR-REPORT-LINE.
           WRITE SUPERVISOR-REPORT-LINE.

      * ================================================================
      * 5000-FIND-COLLECTOR - WS-COLL-SUB comes back on the slot for
      *                       WS-COLL-KEY, opened zeroed if new.  With
      *                       the table full it comes back past the
      *                       last slot and the caller skips the item.
      * ================================================================
       5000-FIND-COLLECTOR.
           MOVE 1 TO WS-COLL-SUB.
           PERFORM 5010-STEP-ONE-SLOT
               UNTIL WS-COLL-SUB > WS-COLL-COUNT
               OR WS-CT-COLLECTOR-ID (WS-COLL-SUB) = WS-COLL-KEY.
           IF WS-COLL-SUB > WS-COLL-COUNT
               IF WS-COLL-COUNT >= WS-COLL-LIMIT
                   ADD 1 TO WS-TABLE-OVERFLOW
                   GO TO 5000-EXIT
               END-IF
               ADD 1 TO WS-COLL-COUNT
               MOVE WS-COLL-COUNT TO WS-COLL-SUB
               MOVE WS-COLL-KEY TO WS-CT-COLLECTOR-ID (WS-COLL-SUB)
               MOVE ZERO TO WS-CT-CONTACTS (WS-COLL-SUB)
               MOVE ZERO TO WS-CT-RIGHT-PARTY (WS-COLL-SUB)
               MOVE ZERO TO WS-CT-PROMISES (WS-COLL-SUB)
               MOVE ZERO TO WS-CT-PROMISED-AMT (WS-COLL-SUB)
               MOVE ZERO TO WS-CT-KEPT (WS-COLL-SUB)
               MOVE ZERO TO WS-CT-BROKEN (WS-COLL-SUB)
               MOVE ZERO TO WS-CT-OPEN-ITEMS (WS-COLL-SUB)
               MOVE ZERO TO WS-CT-PENDING-ITEMS (WS-COLL-SUB)
               MOVE ZERO TO WS-CT-AMOUNT-DUE (WS-COLL-SUB)
           END-IF.
       5000-EXIT.
           EXIT.

       5010-STEP-ONE-SLOT.
           ADD 1 TO WS-COLL-SUB.

       8020-WRITE-HEADING-LINES.
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
           MOVE RH-PAGE-NO TO WS-HDG-PAGE-NO.
           MOVE WS-HEADING-LINE-1 TO SUPERVISOR-REPORT-LINE.
           WRITE SUPERVISOR-REPORT-LINE.
           MOVE WS-HEADING-LINE-2 TO SUPERVISOR-REPORT-LINE.
           WRITE SUPERVISOR-REPORT-LINE.
           MOVE WS-HEADING-LINE-3 TO SUPERVISOR-REPORT-LINE.
           WRITE SUPERVISOR-REPORT-LINE.
           MOVE SPACES TO SUPERVISOR-REPORT-LINE.
           WRITE SUPERVISOR-REPORT-LINE.
           MOVE 4 TO RH-LINE-COUNT.

       COPY RPTHDGP.

       9000-TERMINATE.
           DISPLAY "LOANDLQR - END OF JOB SUMMARY".
           DISPLAY "  LOG RECORDS READ     : " WS-LOG-READ.
           DISPLAY "  LOG RECORDS IN PERIOD: " WS-LOG-IN-PERIOD.
           DISPLAY "  QUEUE ITEMS READ     : " WS-QUEUE-READ.
           DISPLAY "  COLLECTORS REPORTED  : " WS-COLL-COUNT.
           IF WS-TABLE-OVERFLOW > ZERO
               DISPLAY "LOANDLQR - COLLECTOR TABLE FULL - "
                   WS-TABLE-OVERFLOW " RECORDS NOT TALLIED"
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM LOANDLQR.
