      *                    payment and the payoff figure both
      *                    include LM-FEES-DUE, and the collection
      *                    credits fee income on its own GL leg.
      *   2026-10-15  RJP  History records are written as PAYMENT
      *                    entries; LOANDRTN appends the reversals
      *                    for returned autopay drafts.
      *   2026-10-15  RJP  Interest and late fees collected are added
      *                    to the loan's LOANYTD totals for the
      *                    payment year, for the year-end interest
      *                    statement.
      *   2026-10-15  RJP  Checks collection promises to pay on the
      *                    LOANDLQQ queue: a payment dated by the
      *                    promise date counts toward it, and a
      *                    promise paid in full is KEPT and clears
      *                    the item.  At end of run every promise
      *                    whose date has passed unpaid is BROKEN and
      *                    the item goes back on the queue at a
      *                    higher priority.  Both are logged on
      *                    LOANCNTL under the collector who took the
      *                    promise.
      *   2026-10-15  RJP  The file now arrives in the IFENVREC
      *                    envelope, proved and registered by IFRECV
      *                    ahead of this step; the HDR* header and TRL*
      *                    trailer lines are stepped over.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANPAY.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANPHIS-STATUS.

           SELECT LOAN-YTD-FILE ASSIGN TO "LOANYTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LY-KEY
               FILE STATUS IS WS-LOANYTD-STATUS.

           SELECT COLLECTION-QUEUE-FILE ASSIGN TO "LOANDLQQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DQ-LOAN-ACCT-NO
               FILE STATUS IS WS-LOANDLQQ-STATUS.

           SELECT CONTACT-LOG-FILE ASSIGN TO "LOANCNTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANCNTL-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO "GLTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLTRANS-STATUS.
       FD  LOAN-PAYMENT-HISTORY-FILE.
       COPY LOANPREC.

       FD  LOAN-YTD-FILE.
       COPY LOANYREC.

       FD  COLLECTION-QUEUE-FILE.
       COPY LOANDQRC.

       FD  CONTACT-LOG-FILE.
       COPY LOANCLRC.

       FD  GL-TRANSACTION-FILE.
       COPY GLTRANRC.

           05  WS-LOANPMTS-STATUS        PIC X(02) VALUE "00".
           05  WS-LOANMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-LOANPHIS-STATUS        PIC X(02) VALUE "00".
           05  WS-LOANYTD-STATUS         PIC X(02) VALUE "00".
           05  WS-LOANDLQQ-STATUS        PIC X(02) VALUE "00".
           05  WS-LOANCNTL-STATUS        PIC X(02) VALUE "00".
           05  WS-GLTRANS-STATUS         PIC X(02) VALUE "00".
           05  WS-EXCEPTION-STATUS       PIC X(02) VALUE "00".
           05  WS-LOANPIF-STATUS         PIC X(02) VALUE "00".
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-YTD-FOUND-SWITCH       PIC X(01) VALUE "N".
               88  WS-YTD-RECORD-FOUND          VALUE "Y".
           05  WS-QUEUE-SWITCH           PIC X(01) VALUE "Y".
               88  WS-QUEUE-ON-FILE             VALUE "Y".
               88  WS-NO-QUEUE-ON-FILE          VALUE "N".
           05  WS-QUEUE-EOF-SWITCH       PIC X(01) VALUE "N".
               88  WS-QUEUE-END-OF-FILE         VALUE "Y".

       COPY ANNUITW.
       COPY GLBATW.
                                         VALUE ZERO.
           05  WS-TOTAL-FEES-COLLECTED   PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-PROMISES-KEPT          PIC 9(9) COMP VALUE ZERO.
           05  WS-PROMISES-BROKEN        PIC 9(9) COMP VALUE ZERO.

       01  WS-QUEUE-PRIORITY             PIC 9(03).

      * ---------------------------------------------------------- *
      * Payment line layout (fixed column):                         *
           IF WS-LOANPHIS-STATUS = "35"
               OPEN OUTPUT LOAN-PAYMENT-HISTORY-FILE
           END-IF.
           OPEN I-O LOAN-YTD-FILE.
           IF WS-LOANYTD-STATUS = "35"
               OPEN OUTPUT LOAN-YTD-FILE
               CLOSE LOAN-YTD-FILE
               OPEN I-O LOAN-YTD-FILE
           END-IF.
           OPEN I-O COLLECTION-QUEUE-FILE.
           IF WS-LOANDLQQ-STATUS NOT = "00"
               SET WS-NO-QUEUE-ON-FILE TO TRUE
           END-IF.
           OPEN EXTEND CONTACT-LOG-FILE.
           IF WS-LOANCNTL-STATUS = "35"
               OPEN OUTPUT CONTACT-LOG-FILE
           END-IF.
           OPEN EXTEND GL-TRANSACTION-FILE.
           IF WS-GLTRANS-STATUS = "35"
               OPEN OUTPUT GL-TRANSACTION-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF BORROWER-PAYMENT-LINE(1:4) = "HDR*" OR "TRL*"
                       GO TO 2000-EXIT
                   END-IF
                   ADD 1 TO WS-RECORDS-READ
                   MOVE BORROWER-PAYMENT-LINE(1:10) TO WS-PMT-ACCT-NO
                   MOVE BORROWER-PAYMENT-LINE(11:8) TO WS-PMT-DATE
           END-IF.
           REWRITE LOAN-MASTER-RECORD.
           PERFORM 3400-WRITE-HISTORY-RECORD.
           PERFORM 3450-UPDATE-YTD-TOTALS.
           PERFORM 3500-WRITE-GL-LEGS.
           PERFORM 3900-CREDIT-PROMISE
               THRU 3900-EXIT.
           ADD 1 TO WS-PAYMENTS-POSTED.
           ADD WS-PMT-AMOUNT        TO WS-TOTAL-CASH.
           ADD AN-INTEREST-PORTION  TO WS-TOTAL-INTEREST.
           COMPUTE LP-PRINCIPAL-PORTION =
               AN-PRINCIPAL-PORTION + WS-CURTAILMENT.
           MOVE WS-ESCROW-TAKEN      TO LP-ESCROW-PORTION.
           SET LP-PAYMENT-ENTRY TO TRUE.
           WRITE LOAN-PAYMENT-HISTORY-RECORD.

      * ================================================================
      * 3450-UPDATE-YTD-TOTALS - the interest and late fees this
      *                          payment paid go on the loan's year-
      *                          to-date record for the payment
      *                          year; the first payment of a year
      *                          starts the record.
      * ================================================================
       3450-UPDATE-YTD-TOTALS.
           MOVE WS-PMT-ACCT-NO TO LY-LOAN-ACCT-NO.
           MOVE WS-PMT-DATE(1:4) TO LY-TAX-YEAR.
           READ LOAN-YTD-FILE
               INVALID KEY
                   MOVE "N" TO WS-YTD-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-YTD-FOUND-SWITCH
           END-READ.
           IF WS-YTD-RECORD-FOUND
               ADD AN-INTEREST-PORTION TO LY-INTEREST-PAID
               ADD WS-FEES-TAKEN TO LY-FEES-PAID
               MOVE WS-CURRENT-DATE TO LY-LAST-UPDATE-DATE
               REWRITE LOAN-YTD-RECORD
           ELSE
               MOVE SPACES TO LOAN-YTD-RECORD
               MOVE WS-PMT-ACCT-NO TO LY-LOAN-ACCT-NO
               MOVE WS-PMT-DATE(1:4) TO LY-TAX-YEAR
               MOVE AN-INTEREST-PORTION TO LY-INTEREST-PAID
               MOVE WS-FEES-TAKEN TO LY-FEES-PAID
               MOVE ZERO TO LY-TAX-DISBURSED
               MOVE WS-CURRENT-DATE TO LY-LAST-UPDATE-DATE
               SET LY-STATEMENT-NOT-ISSUED TO TRUE
               MOVE ZERO TO LY-STATEMENT-DATE
               WRITE LOAN-YTD-RECORD
           END-IF.

      * ================================================================
      * 3500-WRITE-GL-LEGS - cash debit for the full payment, credits
      *                      to interest income and to loans
           MOVE "PARTIAL - HELD IN SUSPENSE" TO WS-EXC-REASON.
           MOVE WS-EXCEPTION-DETAIL-LINE TO PAYMENT-EXCEPTION-LINE.
           WRITE PAYMENT-EXCEPTION-LINE.
           PERFORM 3900-CREDIT-PROMISE
               THRU 3900-EXIT.

      * ================================================================
      * 3700-PROCESS-PAYOFF - interest runs per diem from the start
           SET LM-CLOSED TO TRUE.
           REWRITE LOAN-MASTER-RECORD.
           PERFORM 3400-WRITE-HISTORY-RECORD.
           PERFORM 3450-UPDATE-YTD-TOTALS.
           PERFORM 3500-WRITE-GL-LEGS.
           PERFORM 3710-PRINT-PAYOFF-LETTER.
           PERFORM 3720-WRITE-PAYOFF-REGISTER.
           PERFORM 3900-CREDIT-PROMISE
               THRU 3900-EXIT.
           ADD 1 TO WS-PAYMENTS-POSTED.
           ADD 1 TO WS-LOANS-PAID-OFF.
           ADD WS-PMT-AMOUNT        TO WS-TOTAL-CASH.
           MOVE WS-EXCEPTION-DETAIL-LINE TO PAYOFF-REGISTER-LINE.
           WRITE PAYOFF-REGISTER-LINE.

      * ================================================================
      * 3900-CREDIT-PROMISE - money received by the promise date
      *                      counts toward the promise, whether it
      *                      posted or went to suspense.  Once the
      *                      payments cover the promised amount the
      *                      promise is KEPT and the item leaves the
      *                      queue.
      * ================================================================
       3900-CREDIT-PROMISE.
           IF WS-NO-QUEUE-ON-FILE
               GO TO 3900-EXIT
           END-IF.
           MOVE WS-PMT-ACCT-NO TO DQ-LOAN-ACCT-NO.
           READ COLLECTION-QUEUE-FILE
               INVALID KEY
                   GO TO 3900-EXIT
           END-READ.
           IF NOT DQ-PROMISED
              OR WS-PMT-DATE > DQ-PROMISE-DATE
               GO TO 3900-EXIT
           END-IF.
           ADD WS-PMT-AMOUNT TO DQ-PROMISE-PAID.
           IF DQ-PROMISE-PAID >= DQ-PROMISE-AMOUNT
               SET DQ-CLEARED TO TRUE
               SET DQ-CLEARED-KEPT TO TRUE
               MOVE WS-CURRENT-DATE TO DQ-CLEARED-DATE
               SET CN-PROMISE-KEPT TO TRUE
               MOVE "PROMISE KEPT - PAID IN FULL" TO CN-NOTE
               PERFORM 3950-LOG-PROMISE-SETTLED
               ADD 1 TO WS-PROMISES-KEPT
           END-IF.
           REWRITE LOAN-COLLECTION-QUEUE-RECORD.
       3900-EXIT.
           EXIT.

       3950-LOG-PROMISE-SETTLED.
           MOVE DQ-LOAN-ACCT-NO     TO CN-LOAN-ACCT-NO.
           MOVE WS-CURRENT-DATE     TO CN-CONTACT-DATE.
           MOVE DQ-PROMISE-TAKEN-BY TO CN-COLLECTOR-ID.
           MOVE DQ-PROMISE-AMOUNT   TO CN-PROMISE-AMOUNT.
           MOVE DQ-PROMISE-DATE     TO CN-PROMISE-DATE.
           WRITE LOAN-CONTACT-LOG-RECORD.

       8100-WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-RECORDS-REJECTED.
           MOVE WS-PMT-ACCT-NO TO WS-EXC-ACCT-NO.
           WRITE PAYMENT-EXCEPTION-LINE.

       9000-TERMINATE.
           IF WS-QUEUE-ON-FILE
               PERFORM 9100-CHECK-BROKEN-PROMISES
           END-IF.
           PERFORM 7950-CLOSE-GL-BATCH.
           DISPLAY "LOAN PAYMENT POSTING - END OF JOB SUMMARY".
           DISPLAY "  RECORDS READ     : " WS-RECORDS-READ.
           DISPLAY "  TOTAL CURTAILED  : " WS-TOTAL-CURTAILED.
           DISPLAY "  LOANS PAID OFF   : " WS-LOANS-PAID-OFF.
           DISPLAY "  FEES COLLECTED   : " WS-TOTAL-FEES-COLLECTED.
           DISPLAY "  PROMISES KEPT    : " WS-PROMISES-KEPT.
           DISPLAY "  PROMISES BROKEN  : " WS-PROMISES-BROKEN.
           CLOSE BORROWER-PAYMENTS-FILE.
           CLOSE LOAN-MASTER-FILE.
           CLOSE LOAN-PAYMENT-HISTORY-FILE.
           CLOSE LOAN-YTD-FILE.
           IF WS-QUEUE-ON-FILE
               CLOSE COLLECTION-QUEUE-FILE
           END-IF.
           CLOSE CONTACT-LOG-FILE.
           CLOSE GL-TRANSACTION-FILE.
           CLOSE PAYMENT-EXCEPTION-FILE.
           CLOSE PAID-IN-FULL-LETTER-FILE.
       9000-EXIT.
           EXIT.

      * ================================================================
      * 9100-CHECK-BROKEN-PROMISES - after the day's payments have all
      *                              been credited, a promise whose
      *                              date has passed without being
      *                              paid in full is BROKEN: the item
      *                              goes back OPEN, ten points
      *                              higher, for the collector to
      *                              chase again.
      * ================================================================
       9100-CHECK-BROKEN-PROMISES.
           MOVE ZERO TO DQ-LOAN-ACCT-NO.
           START COLLECTION-QUEUE-FILE
               KEY IS GREATER THAN DQ-LOAN-ACCT-NO
               INVALID KEY
                   SET WS-QUEUE-END-OF-FILE TO TRUE
           END-START.
           PERFORM 9110-CHECK-ONE-PROMISE
               UNTIL WS-QUEUE-END-OF-FILE.

       9110-CHECK-ONE-PROMISE.
           READ COLLECTION-QUEUE-FILE NEXT RECORD
               AT END
                   SET WS-QUEUE-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-QUEUE-END-OF-FILE
              AND DQ-PROMISED
              AND DQ-PROMISE-DATE < WS-CURRENT-DATE
               SET DQ-OPEN TO TRUE
               ADD 1 TO DQ-BROKEN-COUNT
               COMPUTE WS-QUEUE-PRIORITY = DQ-PRIORITY + 10
               IF WS-QUEUE-PRIORITY > 99
                   MOVE 99 TO WS-QUEUE-PRIORITY
               END-IF
               MOVE WS-QUEUE-PRIORITY TO DQ-PRIORITY
               REWRITE LOAN-COLLECTION-QUEUE-RECORD
               SET CN-PROMISE-BROKEN TO TRUE
               MOVE "PROMISE BROKEN - DATE PASSED UNPAID" TO CN-NOTE
               PERFORM 3950-LOG-PROMISE-SETTLED
               ADD 1 TO WS-PROMISES-BROKEN
           END-IF.

       COPY ANNUITP.
       COPY GLBATP.

