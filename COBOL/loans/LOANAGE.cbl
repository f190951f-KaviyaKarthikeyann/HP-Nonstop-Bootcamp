      *                    status step stay on the aging - moving a
      *                    loan off accrual must not hide it from
      *                    collections.
      *   2026-10-15  RJP  Builds the collections work queue (LOANDLQQ)
      *                    as it ages: every loan past due is queued
      *                    or refreshed with its bucket, days, the
      *                    payment needed and a priority, and is
      *                    assigned to the collector LNCOLASG names
      *                    for the bucket.  A loan back to current is
      *                    cleared CURED; a closed or charged-off
      *                    loan's item is cleared as ended.
      *
      *                    LNCOLASG assignment line (fixed column):
      *                        1      aging bucket 2-5 (1-30, 31-60,
      *                               61-90, over 90)
      *                        2-9    collector operator id
      *                    A bucket with no line queues unassigned.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANAGE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT COLLECTION-QUEUE-FILE ASSIGN TO "LOANDLQQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DQ-LOAN-ACCT-NO
               FILE STATUS IS WS-LOANDLQQ-STATUS.

           SELECT COLLECTOR-ASSIGN-FILE ASSIGN TO "LNCOLASG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LNCOLASG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE             PIC X(132).

       FD  COLLECTION-QUEUE-FILE.
       COPY LOANDQRC.

       FD  COLLECTOR-ASSIGN-FILE.
       01  COLLECTOR-ASSIGN-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-LOANMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".
           05  WS-LOANDLQQ-STATUS        PIC X(02) VALUE "00".
           05  WS-LNCOLASG-STATUS        PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-ASSIGN-EOF-SWITCH      PIC X(01) VALUE "N".
               88  WS-ASSIGN-END-OF-FILE        VALUE "Y".
           05  WS-QUEUE-FOUND-SWITCH     PIC X(01) VALUE "N".
               88  WS-QUEUE-RECORD-FOUND        VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-OPEN-LOANS             PIC 9(9) COMP VALUE ZERO.
           05  WS-ITEMS-QUEUED           PIC 9(9) COMP VALUE ZERO.
           05  WS-ITEMS-REQUEUED         PIC 9(9) COMP VALUE ZERO.
           05  WS-ITEMS-REFRESHED        PIC 9(9) COMP VALUE ZERO.
           05  WS-ITEMS-CURED            PIC 9(9) COMP VALUE ZERO.
           05  WS-ITEMS-ENDED            PIC 9(9) COMP VALUE ZERO.
           05  WS-ITEMS-UNASSIGNED       PIC 9(9) COMP VALUE ZERO.

      * Collector assigned to each aging bucket, off LNCOLASG.
      * Bucket 1 (current) is never queued.
       01  WS-BUCKET-COLLECTOR-TABLE.
           05  WS-BUCKET-COLLECTOR OCCURS 5 TIMES
                                         PIC X(08).
       01  WS-ASSIGN-BUCKET              PIC 9(01).

       01  WS-QUEUE-WORK.
           05  WS-PRIOR-BUCKET           PIC 9(01).
           05  WS-QUEUE-PRIORITY         PIC 9(03).
           05  WS-QUEUE-PAYMENT-DUE      PIC S9(9)V99 COMP-3.

      * Bucket 1 = current, 2 = 1-30, 3 = 31-60, 4 = 61-90,
      * 5 = over 90 days past due.
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM).
           OPEN INPUT LOAN-MASTER-FILE.
           OPEN OUTPUT AGING-REPORT-FILE.
           OPEN I-O COLLECTION-QUEUE-FILE.
           IF WS-LOANDLQQ-STATUS = "35"
               OPEN OUTPUT COLLECTION-QUEUE-FILE
               CLOSE COLLECTION-QUEUE-FILE
               OPEN I-O COLLECTION-QUEUE-FILE
           END-IF.
           MOVE SPACES TO WS-BUCKET-COLLECTOR-TABLE.
           OPEN INPUT COLLECTOR-ASSIGN-FILE.
           IF WS-LNCOLASG-STATUS = "00"
               PERFORM 1100-LOAD-ONE-ASSIGNMENT
                   UNTIL WS-ASSIGN-END-OF-FILE
               CLOSE COLLECTOR-ASSIGN-FILE
           ELSE
               DISPLAY "LOANAGE - NO LNCOLASG COLLECTOR ASSIGNMENTS - "
                   "QUEUE ITEMS LEFT UNASSIGNED"
           END-IF.
       1000-EXIT.
           EXIT.

      * ================================================================
      * 1100-LOAD-ONE-ASSIGNMENT - one collector per bucket; a second
      *                            line for the same bucket replaces
      *                            the first.
      * ================================================================
       1100-LOAD-ONE-ASSIGNMENT.
           READ COLLECTOR-ASSIGN-FILE
               AT END
                   SET WS-ASSIGN-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE COLLECTOR-ASSIGN-LINE(1:1) TO WS-ASSIGN-BUCKET
                   IF COLLECTOR-ASSIGN-LINE(1:1) IS NUMERIC
                      AND WS-ASSIGN-BUCKET >= 2
                      AND WS-ASSIGN-BUCKET <= 5
                       MOVE COLLECTOR-ASSIGN-LINE(2:8)
                           TO WS-BUCKET-COLLECTOR (WS-ASSIGN-BUCKET)
                   ELSE
                       DISPLAY "LOANAGE - LNCOLASG LINE IGNORED - "
                           "BUCKET NOT 2-5: "
                           COLLECTOR-ASSIGN-LINE(1:9)
                   END-IF
           END-READ.

       2000-PROCESS-LOANS.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   IF LM-OPEN OR LM-NON-ACCRUAL
                       ADD 1 TO WS-OPEN-LOANS
                       PERFORM 2100-AGE-ONE-LOAN
                   ELSE
                       PERFORM 2300-CLEAR-ENDED-LOAN
                   END-IF
           END-READ.
       2000-EXIT.
           MOVE WS-DETAIL-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
           PERFORM 2200-QUEUE-ONE-LOAN
               THRU 2200-EXIT.

      * ================================================================
      * 2200-QUEUE-ONE-LOAN - a loan past due is put on the
      *                       collections queue, or its item is
      *                       refreshed with tonight's aging.  A loan
      *                       that rolls into a new bucket moves to
      *                       that bucket's collector.  A promise
      *                       still pending stays pending - LOANPAY
      *                       decides whether it was kept.  A loan
      *                       back to current is cleared CURED.
      * ================================================================
       2200-QUEUE-ONE-LOAN.
           MOVE LM-LOAN-ACCT-NO TO DQ-LOAN-ACCT-NO.
           READ COLLECTION-QUEUE-FILE
               INVALID KEY
                   MOVE "N" TO WS-QUEUE-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-QUEUE-FOUND-SWITCH
           END-READ.
           IF WS-BUCKET-SUB = 1
               IF WS-QUEUE-RECORD-FOUND
                  AND DQ-IN-QUEUE
                   SET DQ-CLEARED TO TRUE
                   SET DQ-CLEARED-CURED TO TRUE
                   MOVE WS-CURRENT-DATE TO DQ-CLEARED-DATE
                   REWRITE LOAN-COLLECTION-QUEUE-RECORD
                   ADD 1 TO WS-ITEMS-CURED
               END-IF
               GO TO 2200-EXIT
           END-IF.
           IF NOT WS-QUEUE-RECORD-FOUND
               PERFORM 2210-START-QUEUE-ITEM
               ADD 1 TO WS-ITEMS-QUEUED
           ELSE
               IF DQ-CLEARED
                   PERFORM 2210-START-QUEUE-ITEM
                   ADD 1 TO WS-ITEMS-REQUEUED
               ELSE
                   ADD 1 TO WS-ITEMS-REFRESHED
               END-IF
           END-IF.
           MOVE DQ-BUCKET TO WS-PRIOR-BUCKET.
           MOVE WS-BUCKET-SUB TO DQ-BUCKET.
           MOVE WS-DAYS-PAST-DUE TO DQ-DAYS-PAST-DUE.
           MOVE LM-NEXT-DUE-DATE TO DQ-NEXT-DUE-DATE.
           COMPUTE WS-QUEUE-PAYMENT-DUE =
               LM-INSTALLMENT + LM-ESCROW-PORTION + LM-FEES-DUE
               - LM-SUSPENSE-BALANCE.
           IF WS-QUEUE-PAYMENT-DUE < ZERO
               MOVE ZERO TO WS-QUEUE-PAYMENT-DUE
           END-IF.
           MOVE WS-QUEUE-PAYMENT-DUE TO DQ-PAYMENT-DUE.
           IF DQ-BUCKET NOT = WS-PRIOR-BUCKET
              OR DQ-COLLECTOR-ID = SPACES
               MOVE WS-BUCKET-COLLECTOR (WS-BUCKET-SUB)
                   TO DQ-COLLECTOR-ID
           END-IF.
           IF DQ-COLLECTOR-ID = SPACES
               ADD 1 TO WS-ITEMS-UNASSIGNED
           END-IF.
           COMPUTE WS-QUEUE-PRIORITY =
               (WS-BUCKET-SUB - 1) * 10 + DQ-BROKEN-COUNT * 10.
           IF WS-QUEUE-PRIORITY > 99
               MOVE 99 TO WS-QUEUE-PRIORITY
           END-IF.
           MOVE WS-QUEUE-PRIORITY TO DQ-PRIORITY.
           IF WS-QUEUE-RECORD-FOUND
               REWRITE LOAN-COLLECTION-QUEUE-RECORD
           ELSE
               WRITE LOAN-COLLECTION-QUEUE-RECORD
           END-IF.
       2200-EXIT.
           EXIT.

      * ================================================================
      * 2210-START-QUEUE-ITEM - a new delinquency starts with a clean
      *                         item: no contacts, no promise, no
      *                         broken promises carried from an
      *                         earlier episode.
      * ================================================================
       2210-START-QUEUE-ITEM.
           MOVE SPACES TO LOAN-COLLECTION-QUEUE-RECORD.
           MOVE LM-LOAN-ACCT-NO TO DQ-LOAN-ACCT-NO.
           SET DQ-OPEN TO TRUE.
           MOVE ZERO TO DQ-BUCKET.
           MOVE WS-CURRENT-DATE TO DQ-QUEUED-DATE.
           MOVE ZERO TO DQ-CONTACT-COUNT.
           MOVE ZERO TO DQ-LAST-CONTACT-DATE.
           MOVE ZERO TO DQ-PROMISE-AMOUNT.
           MOVE ZERO TO DQ-PROMISE-DATE.
           MOVE ZERO TO DQ-PROMISE-TAKEN-DATE.
           MOVE ZERO TO DQ-PROMISE-PAID.
           MOVE ZERO TO DQ-BROKEN-COUNT.
           MOVE ZERO TO DQ-CLEARED-DATE.

      * ================================================================
      * 2300-CLEAR-ENDED-LOAN - a loan closed or charged off has no
      *                         one left to collect from on the
      *                         queue; its open item is cleared.
      * ================================================================
       2300-CLEAR-ENDED-LOAN.
           MOVE LM-LOAN-ACCT-NO TO DQ-LOAN-ACCT-NO.
           READ COLLECTION-QUEUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DQ-IN-QUEUE
                       SET DQ-CLEARED TO TRUE
                       SET DQ-CLEARED-LOAN-ENDED TO TRUE
                       MOVE WS-CURRENT-DATE TO DQ-CLEARED-DATE
                       REWRITE LOAN-COLLECTION-QUEUE-RECORD
                       ADD 1 TO WS-ITEMS-ENDED
                   END-IF
           END-READ.

       8020-WRITE-HEADING-LINES.
           MOVE RH-PAGE-NO TO WS-HDG-PAGE-NO.
           DISPLAY "LOAN AGING - END OF JOB SUMMARY".
           DISPLAY "  RECORDS READ : " WS-RECORDS-READ.
           DISPLAY "  OPEN LOANS   : " WS-OPEN-LOANS.
           DISPLAY "  ITEMS QUEUED : " WS-ITEMS-QUEUED.
           DISPLAY "  RE-QUEUED    : " WS-ITEMS-REQUEUED.
           DISPLAY "  REFRESHED    : " WS-ITEMS-REFRESHED.
           DISPLAY "  CURED        : " WS-ITEMS-CURED.
           DISPLAY "  LOAN ENDED   : " WS-ITEMS-ENDED.
           DISPLAY "  UNASSIGNED   : " WS-ITEMS-UNASSIGNED.
           CLOSE LOAN-MASTER-FILE.
           CLOSE AGING-REPORT-FILE.
           CLOSE COLLECTION-QUEUE-FILE.
       9000-EXIT.
           EXIT.

