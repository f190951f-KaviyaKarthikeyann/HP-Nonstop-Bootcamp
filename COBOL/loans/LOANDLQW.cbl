      ******************************************************************
      * PROGRAM:      LOANDLQW
      * AUTHOR:       R. J. PILLAI - LOAN SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Collector's work screen for the delinquent loan
      *               collections queue LOANAGE builds nightly, behind
      *               SIGNON.  LIST shows the signed-on collector's
      *               items; NEXT brings up the highest-priority open
      *               item; INQUIRE shows any one item; CONTACT
      *               records a contact attempt and its outcome on the
      *               item and on the LOANCNTL contact log, and an
      *               outcome of PP (promise to pay) takes the
      *               promised amount and date.  LOANPAY later settles
      *               the promise as kept or broken.  Inquire-only
      *               operators may look but not record.
      *
      *               Contact outcomes:
      *                   NA  no answer          LM  left message
      *                   WN  wrong number       RP  right party,
      *                   RF  refused to pay         no promise
      *                   PP  promise to pay
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original collections work screen.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANDLQW.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLECTION-QUEUE-FILE ASSIGN TO "LOANDLQQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DQ-LOAN-ACCT-NO
               FILE STATUS IS WS-LOANDLQQ-STATUS.

           SELECT CONTACT-LOG-FILE ASSIGN TO "LOANCNTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANCNTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLECTION-QUEUE-FILE.
       COPY LOANDQRC.

       FD  CONTACT-LOG-FILE.
       COPY LOANCLRC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-LOANDLQQ-STATUS        PIC X(02) VALUE "00".
           05  WS-LOANCNTL-STATUS        PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-SESSION-SWITCH         PIC X(01) VALUE "N".
               88  WS-SESSION-DONE              VALUE "Y".
           05  WS-QUEUE-EOF-SWITCH       PIC X(01) VALUE "N".
               88  WS-QUEUE-END-OF-FILE         VALUE "Y".

       COPY SIGNONW.

       01  WS-CONTROL-TOTALS.
           05  WS-CONTACTS-RECORDED      PIC 9(9) COMP VALUE ZERO.
           05  WS-PROMISES-TAKEN         PIC 9(9) COMP VALUE ZERO.
           05  WS-ITEMS-LISTED           PIC 9(9) COMP VALUE ZERO.

      * Furthest out a promise date may be taken.
       01  WS-MAX-PROMISE-DAYS           PIC 9(03) VALUE 030.

       01  WS-CURRENT-DATE               PIC 9(08).
       01  WS-TRANS-CODE                 PIC X(01).
       01  WS-LOOKUP-ID                  PIC 9(10).
       01  WS-ENTER-OUTCOME              PIC X(02).
       01  WS-ENTER-AMOUNT               PIC 9(9)V99.
       01  WS-ENTER-DATE.
           05  WS-ENTER-YYYY             PIC 9(04).
           05  WS-ENTER-MM               PIC 9(02).
           05  WS-ENTER-DD               PIC 9(02).
       01  WS-ENTER-DATE-N REDEFINES WS-ENTER-DATE
                                         PIC 9(08).
       01  WS-ENTER-NOTE                 PIC X(40).

       01  WS-DAY-CALC-FIELDS.
           05  WS-TODAY-DAY-NO           PIC 9(07).
           05  WS-PROMISE-DAY-NO         PIC 9(07).

      * Highest-priority open item found by NEXT.
       01  WS-NEXT-ITEM-FIELDS.
           05  WS-BEST-ACCT-NO           PIC 9(10).
           05  WS-BEST-PRIORITY          PIC 9(02).

       01  WS-DISPLAY-FIELDS.
           05  WS-DSP-AMOUNT             PIC $$$,$$$,$$9.99.
           05  WS-DSP-PAID               PIC $$$,$$$,$$9.99.
           05  WS-DSP-DAYS               PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ONE-COMMAND
               THRU 2000-EXIT
               UNTIL WS-SESSION-DONE.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE).
           SET SO-REQUEST-SIGNON TO TRUE.
           CALL "SIGNON" USING WS-SIGNON-PARAMETERS.
           IF SO-SIGNON-FAILED
               DISPLAY "LOANDLQW - SIGN-ON FAILED - ENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O COLLECTION-QUEUE-FILE.
           IF WS-LOANDLQQ-STATUS NOT = "00"
               DISPLAY "LOANDLQW - NO COLLECTIONS QUEUE ON FILE - "
                   "STATUS " WS-LOANDLQQ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND CONTACT-LOG-FILE.
           IF WS-LOANCNTL-STATUS = "35"
               OPEN OUTPUT CONTACT-LOG-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-PROCESS-ONE-COMMAND.
           DISPLAY "ENTER FUNCTION (L-LIST N-NEXT I-INQ C-CONTACT "
               "X-EXIT)".
           ACCEPT WS-TRANS-CODE.
           IF SO-INQUIRE-ONLY
              AND WS-TRANS-CODE = "C"
               DISPLAY "NOT AUTHORIZED - INQUIRY ONLY"
               SET SO-REQUEST-VIOLATION TO TRUE
               MOVE "LOANDLQW CONTACT REFUSED - INQUIRE ONLY"
                   TO SO-VIOLATION-TEXT
               CALL "SIGNON" USING WS-SIGNON-PARAMETERS
           ELSE
               EVALUATE WS-TRANS-CODE
                   WHEN "L"
                       PERFORM 3000-LIST-MY-ITEMS
                           THRU 3000-EXIT
                   WHEN "N"
                       PERFORM 3200-NEXT-ITEM
                           THRU 3200-EXIT
                   WHEN "I"
                       PERFORM 3400-INQUIRE-ITEM
                           THRU 3400-EXIT
                   WHEN "C"
                       PERFORM 4000-RECORD-CONTACT
                           THRU 4000-EXIT
                   WHEN "X"
                       SET WS-SESSION-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "INVALID FUNCTION CODE"
               END-EVALUATE
           END-IF.
       2000-EXIT.
           EXIT.

      * ================================================================
      * 3000-LIST-MY-ITEMS - every item still on the queue for the
      *                      signed-on collector, open and promised
      *                      alike, in account order.
      * ================================================================
       3000-LIST-MY-ITEMS.
           MOVE ZERO TO WS-ITEMS-LISTED.
           PERFORM 3900-START-QUEUE.
           PERFORM 3100-LIST-ONE-ITEM
               UNTIL WS-QUEUE-END-OF-FILE.
           DISPLAY WS-ITEMS-LISTED " ITEMS ON YOUR QUEUE".
       3000-EXIT.
           EXIT.

       3100-LIST-ONE-ITEM.
           READ COLLECTION-QUEUE-FILE NEXT RECORD
               AT END
                   SET WS-QUEUE-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-QUEUE-END-OF-FILE
              AND DQ-IN-QUEUE
              AND DQ-COLLECTOR-ID = SO-OPERATOR-ID
               ADD 1 TO WS-ITEMS-LISTED
               MOVE DQ-DAYS-PAST-DUE TO WS-DSP-DAYS
               MOVE DQ-PAYMENT-DUE TO WS-DSP-AMOUNT
               IF DQ-PROMISED
                   DISPLAY "LOAN " DQ-LOAN-ACCT-NO
                       " PRI " DQ-PRIORITY
                       " DAYS " WS-DSP-DAYS
                       " DUE " WS-DSP-AMOUNT
                       " PROMISED BY " DQ-PROMISE-DATE
               ELSE
                   DISPLAY "LOAN " DQ-LOAN-ACCT-NO
                       " PRI " DQ-PRIORITY
                       " DAYS " WS-DSP-DAYS
                       " DUE " WS-DSP-AMOUNT
                       " OPEN"
               END-IF
           END-IF.

      * ================================================================
      * 3200-NEXT-ITEM - the collector's open item with the highest
      *                  priority; a promised item waits on LOANPAY
      *                  and is not offered.  Ties go to the lower
      *                  account number.
      * ================================================================
       3200-NEXT-ITEM.
           MOVE ZERO TO WS-BEST-ACCT-NO.
           MOVE ZERO TO WS-BEST-PRIORITY.
           PERFORM 3900-START-QUEUE.
           PERFORM 3300-CHECK-ONE-ITEM
               UNTIL WS-QUEUE-END-OF-FILE.
           IF WS-BEST-ACCT-NO = ZERO
               DISPLAY "NO OPEN ITEMS ON YOUR QUEUE"
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-BEST-ACCT-NO TO DQ-LOAN-ACCT-NO.
           READ COLLECTION-QUEUE-FILE
               INVALID KEY
                   DISPLAY "ITEM NO LONGER ON QUEUE"
                   GO TO 3200-EXIT
           END-READ.
           PERFORM 3500-SHOW-ITEM.
       3200-EXIT.
           EXIT.

       3300-CHECK-ONE-ITEM.
           READ COLLECTION-QUEUE-FILE NEXT RECORD
               AT END
                   SET WS-QUEUE-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-QUEUE-END-OF-FILE
              AND DQ-OPEN
              AND DQ-COLLECTOR-ID = SO-OPERATOR-ID
              AND (WS-BEST-ACCT-NO = ZERO
                   OR DQ-PRIORITY > WS-BEST-PRIORITY)
               MOVE DQ-LOAN-ACCT-NO TO WS-BEST-ACCT-NO
               MOVE DQ-PRIORITY TO WS-BEST-PRIORITY
           END-IF.

       3400-INQUIRE-ITEM.
           DISPLAY "ENTER LOAN ACCOUNT".
           ACCEPT WS-LOOKUP-ID.
           MOVE WS-LOOKUP-ID TO DQ-LOAN-ACCT-NO.
           READ COLLECTION-QUEUE-FILE
               INVALID KEY
                   DISPLAY "LOAN NOT ON COLLECTIONS QUEUE"
                   GO TO 3400-EXIT
           END-READ.
           PERFORM 3500-SHOW-ITEM.
       3400-EXIT.
           EXIT.

       3500-SHOW-ITEM.
           MOVE DQ-DAYS-PAST-DUE TO WS-DSP-DAYS.
           MOVE DQ-PAYMENT-DUE TO WS-DSP-AMOUNT.
           DISPLAY "LOAN " DQ-LOAN-ACCT-NO
               "  STATUS " DQ-STATUS
               "  PRIORITY " DQ-PRIORITY
               "  COLLECTOR " DQ-COLLECTOR-ID.
           DISPLAY "  DUE DATE " DQ-NEXT-DUE-DATE
               "  DAYS PAST DUE " WS-DSP-DAYS
               "  PAYMENT NEEDED " WS-DSP-AMOUNT.
           DISPLAY "  QUEUED " DQ-QUEUED-DATE
               "  CONTACTS " DQ-CONTACT-COUNT
               "  LAST " DQ-LAST-CONTACT-DATE
               " " DQ-LAST-OUTCOME
               "  BROKEN PROMISES " DQ-BROKEN-COUNT.
           IF DQ-PROMISED
               MOVE DQ-PROMISE-AMOUNT TO WS-DSP-AMOUNT
               MOVE DQ-PROMISE-PAID TO WS-DSP-PAID
               DISPLAY "  PROMISE " WS-DSP-AMOUNT
                   " BY " DQ-PROMISE-DATE
                   " TAKEN BY " DQ-PROMISE-TAKEN-BY
                   " PAID SO FAR " WS-DSP-PAID
           END-IF.
           IF DQ-CLEARED
               DISPLAY "  CLEARED " DQ-CLEARED-DATE
                   " REASON " DQ-CLEAR-REASON
           END-IF.

       3900-START-QUEUE.
           MOVE "N" TO WS-QUEUE-EOF-SWITCH.
           MOVE ZERO TO DQ-LOAN-ACCT-NO.
           START COLLECTION-QUEUE-FILE
               KEY IS GREATER THAN DQ-LOAN-ACCT-NO
               INVALID KEY
                   SET WS-QUEUE-END-OF-FILE TO TRUE
           END-START.

      * ================================================================
      * 4000-RECORD-CONTACT - any collector may record a contact on
      *                       any item still on the queue (a call
      *                       taken for a colleague counts); the
      *                       contact and any promise are credited
      *                       to the operator who signed on.  A
      *                       second promise is refused while one is
      *                       pending - LOANPAY must settle the first,
      *                       or a borrower could re-promise forever
      *                       and never be broken.
      * ================================================================
       4000-RECORD-CONTACT.
           DISPLAY "ENTER LOAN ACCOUNT".
           ACCEPT WS-LOOKUP-ID.
           MOVE WS-LOOKUP-ID TO DQ-LOAN-ACCT-NO.
           READ COLLECTION-QUEUE-FILE
               INVALID KEY
                   DISPLAY "LOAN NOT ON COLLECTIONS QUEUE"
                   GO TO 4000-EXIT
           END-READ.
           IF DQ-CLEARED
               DISPLAY "ITEM CLEARED " DQ-CLEARED-DATE
                   " - NOTHING TO COLLECT"
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "ENTER OUTCOME (NA LM WN RP RF PP)".
           ACCEPT WS-ENTER-OUTCOME.
           MOVE WS-ENTER-OUTCOME TO CN-OUTCOME.
           IF NOT CN-COLLECTOR-OUTCOME
               DISPLAY "INVALID OUTCOME - CONTACT NOT RECORDED"
               GO TO 4000-EXIT
           END-IF.
           MOVE ZERO TO CN-PROMISE-AMOUNT.
           MOVE ZERO TO CN-PROMISE-DATE.
           IF CN-PROMISE-MADE
               PERFORM 4100-TAKE-PROMISE
                   THRU 4100-EXIT
               IF NOT CN-PROMISE-MADE
                   GO TO 4000-EXIT
               END-IF
           END-IF.
           DISPLAY "ENTER NOTE (UP TO 40 CHARACTERS)".
           ACCEPT WS-ENTER-NOTE.
           MOVE DQ-LOAN-ACCT-NO TO CN-LOAN-ACCT-NO.
           MOVE WS-CURRENT-DATE TO CN-CONTACT-DATE.
           MOVE SO-OPERATOR-ID  TO CN-COLLECTOR-ID.
           MOVE WS-ENTER-NOTE   TO CN-NOTE.
           WRITE LOAN-CONTACT-LOG-RECORD.
           ADD 1 TO DQ-CONTACT-COUNT.
           MOVE WS-CURRENT-DATE TO DQ-LAST-CONTACT-DATE.
           MOVE CN-OUTCOME TO DQ-LAST-OUTCOME.
           REWRITE LOAN-COLLECTION-QUEUE-RECORD.
           ADD 1 TO WS-CONTACTS-RECORDED.
           DISPLAY "CONTACT RECORDED".
       4000-EXIT.
           EXIT.

      * ================================================================
      * 4100-TAKE-PROMISE - the promise goes on the item for LOANPAY
      *                     to settle.  A refused promise blanks the
      *                     outcome so the caller records nothing.
      * ================================================================
       4100-TAKE-PROMISE.
           IF DQ-PROMISED
               DISPLAY "PROMISE ALREADY PENDING TO " DQ-PROMISE-DATE
                   " - NOT REPLACED"
               MOVE SPACES TO CN-OUTCOME
               GO TO 4100-EXIT
           END-IF.
           DISPLAY "ENTER PROMISED AMOUNT (999999999.99 AS DIGITS)".
           ACCEPT WS-ENTER-AMOUNT.
           IF WS-ENTER-AMOUNT = ZERO
               DISPLAY "AMOUNT ZERO - PROMISE REFUSED"
               MOVE SPACES TO CN-OUTCOME
               GO TO 4100-EXIT
           END-IF.
           DISPLAY "ENTER PROMISE DATE (YYYYMMDD)".
           ACCEPT WS-ENTER-DATE.
           IF WS-ENTER-DATE IS NOT NUMERIC
              OR WS-ENTER-MM < 1 OR WS-ENTER-MM > 12
              OR WS-ENTER-DD < 1 OR WS-ENTER-DD > 31
               DISPLAY "INVALID DATE - PROMISE REFUSED"
               MOVE SPACES TO CN-OUTCOME
               GO TO 4100-EXIT
           END-IF.
           COMPUTE WS-PROMISE-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-ENTER-DATE-N).
           IF WS-PROMISE-DAY-NO < WS-TODAY-DAY-NO
              OR WS-PROMISE-DAY-NO - WS-TODAY-DAY-NO
                 > WS-MAX-PROMISE-DAYS
               DISPLAY "PROMISE DATE MUST BE TODAY TO "
                   WS-MAX-PROMISE-DAYS " DAYS OUT - PROMISE REFUSED"
               MOVE SPACES TO CN-OUTCOME
               GO TO 4100-EXIT
           END-IF.
           SET DQ-PROMISED TO TRUE.
           MOVE WS-ENTER-AMOUNT   TO DQ-PROMISE-AMOUNT.
           MOVE WS-ENTER-DATE-N   TO DQ-PROMISE-DATE.
           MOVE SO-OPERATOR-ID    TO DQ-PROMISE-TAKEN-BY.
           MOVE WS-CURRENT-DATE   TO DQ-PROMISE-TAKEN-DATE.
           MOVE ZERO              TO DQ-PROMISE-PAID.
           MOVE WS-ENTER-AMOUNT   TO CN-PROMISE-AMOUNT.
           MOVE WS-ENTER-DATE-N   TO CN-PROMISE-DATE.
           ADD 1 TO WS-PROMISES-TAKEN.
       4100-EXIT.
           EXIT.

       9000-TERMINATE.
           DISPLAY "LOANDLQW - SESSION SUMMARY".
           DISPLAY "  CONTACTS RECORDED : " WS-CONTACTS-RECORDED.
           DISPLAY "  PROMISES TAKEN    : " WS-PROMISES-TAKEN.
           CLOSE COLLECTION-QUEUE-FILE.
           CLOSE CONTACT-LOG-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM LOANDLQW.
