      *               the survivor - and the merge register lists
      *               everything moved.  The duplicate record stays
      *               on the master INACTIVE, so its id can never
      *               be issued again.  Both customers are locked
      *               through RECLOCK, as CUSTMAINT locks them, for
      *               the whole merge - a pair either one of which
      *               another operator is holding is refused.
      *
      * MOD HISTORY:
      *   2026-09-01  RJP  Original customer merge utility.
      *   2026-10-15  RJP  Survivor and duplicate are locked through
      *                    RECLOCK before either is read, both locks are
      *                    confirmed before the first REWRITE, and both
      *                    are released when the merge ends - a customer
      *                    another operator is maintaining refuses the
      *                    merge.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMERG.
       COPY SIGNONW.
       COPY CKDGTW.
       COPY CUSTAUDW.
       COPY RECLOCKW.

       01  WS-CONTROL-TOTALS.
           05  WS-MERGES-APPLIED         PIC 9(9) COMP VALUE ZERO.
       01  WS-SURVIVOR-ID                PIC 9(10).
       01  WS-DUPLICATE-ID               PIC 9(10).

       01  WS-LOCK-SWITCHES.
           05  WS-SURVIVOR-LOCK-SWITCH   PIC X(01) VALUE "N".
               88  WS-SURVIVOR-LOCKED           VALUE "Y".
           05  WS-DUPLICATE-LOCK-SWITCH  PIC X(01) VALUE "N".
               88  WS-DUPLICATE-LOCKED          VALUE "Y".
           05  WS-BOTH-LOCKS-SWITCH      PIC X(01) VALUE "N".
               88  WS-BOTH-LOCKS-CONFIRMED      VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               STOP RUN
           END-IF.
           MOVE SO-OPERATOR-ID TO WS-AUD-OPERATOR-ID.
           MOVE SO-OPERATOR-ID TO RK-OPERATOR-ID.
           MOVE "CUSTMERG" TO RK-PROGRAM-ID.
           MOVE "CUSTMAST" TO RK-FILE-ID.
           OPEN I-O CUSTOMER-MASTER-FILE.
           OPEN I-O INVOICE-HEADER-FILE.
           OPEN I-O AR-OPEN-ITEM-FILE.
           ACCEPT WS-FUNCTION-CODE.
           EVALUATE WS-FUNCTION-CODE
               WHEN "M"
                   MOVE "N" TO WS-SURVIVOR-LOCK-SWITCH
                   MOVE "N" TO WS-DUPLICATE-LOCK-SWITCH
                   PERFORM 3000-MERGE-ONE-PAIR
                       THRU 3000-EXIT
                   PERFORM 3500-RELEASE-PAIR-LOCKS
               WHEN "X"
                   SET WS-SESSION-DONE TO TRUE
               WHEN OTHER
               DISPLAY "SURVIVOR AND DUPLICATE ARE THE SAME ID"
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-SURVIVOR-ID TO RK-RECORD-KEY.
           PERFORM 7300-LOCK-RECORD.
           IF RK-LOCK-HELD-BY-OTHER
               DISPLAY "MERGE REFUSED - SURVIVOR IS BEING MAINTAINED"
               GO TO 3000-EXIT
           END-IF.
           SET WS-SURVIVOR-LOCKED TO TRUE.
           MOVE WS-DUPLICATE-ID TO RK-RECORD-KEY.
           PERFORM 7300-LOCK-RECORD.
           IF RK-LOCK-HELD-BY-OTHER
               DISPLAY "MERGE REFUSED - DUPLICATE IS BEING MAINTAINED"
               GO TO 3000-EXIT
           END-IF.
           SET WS-DUPLICATE-LOCKED TO TRUE.
           MOVE WS-SURVIVOR-ID TO CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
               DISPLAY "DUPLICATE IS ALREADY INACTIVE"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3400-CONFIRM-PAIR-LOCKS.
           IF NOT WS-BOTH-LOCKS-CONFIRMED
               DISPLAY "MERGE REFUSED - NOTHING WAS CHANGED"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-REPOINT-INVOICE-HEADERS.
           PERFORM 3200-REPOINT-AR-ITEMS.
           PERFORM 3300-INACTIVATE-DUPLICATE.
           MOVE WS-AUDIT-DETAIL-LINE TO AUDIT-TRAIL-LINE.
           WRITE AUDIT-TRAIL-LINE.

      * ================================================================
      * 3400-CONFIRM-PAIR-LOCKS - both locks must still be this
      *                           session's before the first
      *                           REWRITE; one taken over after the
      *                           timeout refuses the whole merge.
      * ================================================================
       3400-CONFIRM-PAIR-LOCKS.
           MOVE "N" TO WS-BOTH-LOCKS-SWITCH.
           MOVE WS-SURVIVOR-ID TO RK-RECORD-KEY.
           PERFORM 7310-CONFIRM-LOCK.
           IF RK-LOCK-GRANTED
               MOVE WS-DUPLICATE-ID TO RK-RECORD-KEY
               PERFORM 7310-CONFIRM-LOCK
               IF RK-LOCK-GRANTED
                   SET WS-BOTH-LOCKS-CONFIRMED TO TRUE
               END-IF
           END-IF.

       3500-RELEASE-PAIR-LOCKS.
           IF WS-SURVIVOR-LOCKED
               MOVE WS-SURVIVOR-ID TO RK-RECORD-KEY
               PERFORM 7320-RELEASE-LOCK
               MOVE "N" TO WS-SURVIVOR-LOCK-SWITCH
           END-IF.
           IF WS-DUPLICATE-LOCKED
               MOVE WS-DUPLICATE-ID TO RK-RECORD-KEY
               PERFORM 7320-RELEASE-LOCK
               MOVE "N" TO WS-DUPLICATE-LOCK-SWITCH
           END-IF.

       9000-TERMINATE.
           DISPLAY "CUSTMERG - SESSION SUMMARY".
           DISPLAY "  MERGES APPLIED    : " WS-MERGES-APPLIED.

       COPY CKDGTP.

       COPY RECLOCKP.

       END PROGRAM CUSTMERG.
