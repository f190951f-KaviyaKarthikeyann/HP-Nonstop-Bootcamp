      *                    209-byte CUSTAUDW line - the old 200-byte
      *                    record cut the operator id off every
      *                    trail line.
      *   2026-10-15  RJP  Honors the CUSTMAINT record locks through
      *                    the shared RECLOCK subroutine.  A CHANGE
      *                    or INACTIVATE of a customer an operator
      *                    holds is rejected as locked and the run
      *                    ends RC 4; parm R in column 1 instead
      *                    refuses to start (RC 8) while any
      *                    customer lock is live.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTBATCH.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".

      * Column 1 R - refuse to run while any customer is locked;
      * otherwise locked customers are skipped and reported.
       01  WS-CMD-LINE-PARM              PIC X(80).

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-APPLIED        PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-REJECTED       PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-LOCKED         PIC 9(9) COMP VALUE ZERO.

      * ---------------------------------------------------------- *
      * Transaction layout - the CUSTREC fields behind an action    *
       COPY EDITWS.
       COPY CKDGTW.
       COPY CUSTAUDW.
       COPY RECLOCKW.

       01  WS-REGISTER-DETAIL-LINE.
           05  WS-REG-ACTION             PIC X(01).

       1000-INITIALIZE.
           MOVE "BATCH" TO WS-AUD-OPERATOR-ID.
           MOVE "BATCH" TO RK-OPERATOR-ID.
           MOVE "CUSTBATC" TO RK-PROGRAM-ID.
           MOVE "CUSTMAST" TO RK-FILE-ID.
           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           IF WS-CMD-LINE-PARM(1:1) = "R"
               PERFORM 1100-CHECK-NO-LOCKS-HELD
           END-IF.
           OPEN INPUT CUSTOMER-TRANS-FILE.
           OPEN I-O CUSTOMER-MASTER-FILE.
           OPEN EXTEND AUDIT-TRAIL-FILE.
       1000-EXIT.
           EXIT.

      * ================================================================
      * 1100-CHECK-NO-LOCKS-HELD - a run that must not work around an
      *                            operator's change stops before it
      *                            opens anything, to be rerun once
      *                            the screens are clear.
      * ================================================================
       1100-CHECK-NO-LOCKS-HELD.
           SET RK-REQUEST-ANY-HELD TO TRUE.
           CALL "RECLOCK" USING WS-RECLOCK-PARAMETERS.
           IF RK-LOCK-HELD-BY-OTHER
               DISPLAY "CUSTBATCH - " RK-LOCKS-HELD-COUNT
                   " CUSTOMER RECORD(S) LOCKED - FIRST BY "
                   RK-HOLDER-OPERATOR-ID " (" RK-HOLDER-PROGRAM-ID
                   ") - RUN NOT STARTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           READ CUSTOMER-TRANS-FILE
               AT END
                           PERFORM 3000-APPLY-ADD
                       WHEN WS-TRN-IS-CHANGE
                           PERFORM 4000-APPLY-CHANGE
                               THRU 4000-EXIT
                       WHEN WS-TRN-IS-INACTIVATE
                           PERFORM 5000-APPLY-INACTIVATE
                               THRU 5000-EXIT
                       WHEN OTHER
                           ADD 1 TO WS-RECORDS-REJECTED
                           MOVE "REJECTED - INVALID ACTION CODE"
           PERFORM 8100-WRITE-BOTH-TRAILS.

       4000-APPLY-CHANGE.
           PERFORM 6000-LOCK-CUSTOMER.
           IF RK-LOCK-HELD-BY-OTHER
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-TRN-CUST-ID TO CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                       PERFORM 2300-CAPTURE-AFTER-IMAGE
                   END-IF
           END-READ.
           PERFORM 6100-RELEASE-CUSTOMER.
           PERFORM 8100-WRITE-BOTH-TRAILS.
       4000-EXIT.
           EXIT.

       5000-APPLY-INACTIVATE.
           PERFORM 6000-LOCK-CUSTOMER.
           IF RK-LOCK-HELD-BY-OTHER
               GO TO 5000-EXIT
           END-IF.
           MOVE WS-TRN-CUST-ID TO CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                       PERFORM 2300-CAPTURE-AFTER-IMAGE
                   END-IF
           END-READ.
           PERFORM 6100-RELEASE-CUSTOMER.
           PERFORM 8100-WRITE-BOTH-TRAILS.
       5000-EXIT.
           EXIT.

      * ================================================================
      * 6000-LOCK-CUSTOMER - a customer an operator has on screen is
      *                      left alone: rejected as locked, named
      *                      in the trails, and the run ends RC 4 so
      *                      the transaction is resubmitted.
      * ================================================================
       6000-LOCK-CUSTOMER.
           MOVE WS-TRN-CUST-ID TO RK-RECORD-KEY.
           SET RK-REQUEST-LOCK TO TRUE.
           CALL "RECLOCK" USING WS-RECLOCK-PARAMETERS.
           IF RK-LOCK-HELD-BY-OTHER
               ADD 1 TO WS-RECORDS-REJECTED
               ADD 1 TO WS-RECORDS-LOCKED
               MOVE SPACES TO WS-AUD-RESULT
               STRING "REJECTED - LOCKED BY " DELIMITED BY SIZE
                   RK-HOLDER-OPERATOR-ID DELIMITED BY SIZE
                   INTO WS-AUD-RESULT
               PERFORM 8100-WRITE-BOTH-TRAILS
           END-IF.

       6100-RELEASE-CUSTOMER.
           SET RK-REQUEST-UNLOCK TO TRUE.
           CALL "RECLOCK" USING WS-RECLOCK-PARAMETERS.

       2300-CAPTURE-AFTER-IMAGE.
           MOVE CUST-NAME         TO WS-AUDA-NAME.
           DISPLAY "  RECORDS READ     : " WS-RECORDS-READ.
           DISPLAY "  RECORDS APPLIED  : " WS-RECORDS-APPLIED.
           DISPLAY "  RECORDS REJECTED : " WS-RECORDS-REJECTED.
           DISPLAY "  RECORDS LOCKED   : " WS-RECORDS-LOCKED.
           IF WS-RECORDS-LOCKED > ZERO
               DISPLAY "CUSTBATCH - LOCKED CUSTOMERS SKIPPED - "
                   "RESUBMIT THEIR TRANSACTIONS"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE CUSTOMER-TRANS-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE AUDIT-TRAIL-FILE.
