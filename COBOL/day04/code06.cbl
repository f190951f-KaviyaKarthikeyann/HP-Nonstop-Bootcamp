      *                    209-byte CUSTAUDW line - the old 200-byte
      *                    record cut the operator id off every
      *                    trail line.
      *   2026-10-15  RJP  CHANGE and DELETE lock the customer through
      *                    the shared RECLOCK subroutine before the
      *                    record is read - a second operator (or
      *                    CUSTBATCH) is told who holds it - and
      *                    confirm the lock is still theirs before
      *                    the REWRITE or DELETE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMAINT.
       COPY ERRLOGW.
       COPY SIGNONW.
       COPY CKDGTW.
       COPY RECLOCKW.

       COPY CUSTAUDW.

               STOP RUN
           END-IF.
           MOVE SO-OPERATOR-ID TO WS-AUD-OPERATOR-ID.
           MOVE SO-OPERATOR-ID TO RK-OPERATOR-ID.
           MOVE "CUSTMAIN" TO RK-PROGRAM-ID.
           MOVE "CUSTMAST" TO RK-FILE-ID.
           OPEN I-O CUSTOMER-MASTER-FILE.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           OPEN I-O CUSTOMER-ARCHIVE-FILE.
           IF CD-KEY-INVALID
               GO TO 2200-EXIT
           END-IF.
           MOVE CUST-ID TO RK-RECORD-KEY.
           PERFORM 7300-LOCK-RECORD.
           IF RK-LOCK-HELD-BY-OTHER
               GO TO 2200-EXIT
           END-IF.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "CUSTOMER NOT FOUND - CHANGE REJECTED"
                           INTO WS-AUD-RESULT
                       MOVE WS-AUD-BEFORE-IMAGE TO WS-AUD-AFTER-IMAGE
                   ELSE
                       PERFORM 7310-CONFIRM-LOCK
                       IF RK-LOCK-GRANTED
                           REWRITE CUSTOMER-MASTER-RECORD
                           DISPLAY "CUSTOMER CHANGED"
                           MOVE "CHANGED" TO WS-AUD-RESULT
                           PERFORM 2110-CAPTURE-AFTER-IMAGE
                       ELSE
                           MOVE "REJECTED - RECORD LOCK LOST"
                               TO WS-AUD-RESULT
                           MOVE WS-AUD-BEFORE-IMAGE
                               TO WS-AUD-AFTER-IMAGE
                       END-IF
                   END-IF
           END-READ.
           PERFORM 7320-RELEASE-LOCK.
           MOVE "C" TO WS-AUD-TRANS-CODE.
           PERFORM 8000-WRITE-AUDIT-LINE.
       2200-EXIT.
           IF CD-KEY-INVALID
               GO TO 2400-EXIT
           END-IF.
           MOVE CUST-ID TO RK-RECORD-KEY.
           PERFORM 7300-LOCK-RECORD.
           IF RK-LOCK-HELD-BY-OTHER
               GO TO 2400-EXIT
           END-IF.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "CUSTOMER NOT FOUND - DELETE REJECTED"
                   MOVE ZERO TO WS-AUDA-ZIP
               NOT INVALID KEY
                   PERFORM 2210-CAPTURE-BEFORE-IMAGE
                   PERFORM 2420-ARCHIVE-AND-DELETE
           END-READ.
           PERFORM 7320-RELEASE-LOCK.
           MOVE "D" TO WS-AUD-TRANS-CODE.
           PERFORM 8000-WRITE-AUDIT-LINE.
       2400-EXIT.
           EXIT.

      * The lock is confirmed before the archive image is taken, so a
      * lost lock leaves both files as they were.
       2420-ARCHIVE-AND-DELETE.
           PERFORM 7310-CONFIRM-LOCK.
           IF NOT RK-LOCK-GRANTED
               MOVE "REJECTED - RECORD LOCK LOST" TO WS-AUD-RESULT
               MOVE WS-AUD-BEFORE-IMAGE TO WS-AUD-AFTER-IMAGE
           ELSE
               PERFORM 2410-ARCHIVE-CUSTOMER
               DELETE CUSTOMER-MASTER-FILE
                   INVALID KEY
                       DISPLAY "DELETE FAILED"
                       MOVE "REJECTED - DELETE FAILED"
                           TO WS-AUD-RESULT
                       MOVE WS-AUD-BEFORE-IMAGE
                           TO WS-AUD-AFTER-IMAGE
                   NOT INVALID KEY
                       DISPLAY "CUSTOMER DELETED AND ARCHIVED"
                       MOVE "DELETED - ARCHIVED" TO WS-AUD-RESULT
                       MOVE SPACES TO WS-AUDA-NAME WS-AUDA-STREET
                           WS-AUDA-CITY WS-AUDA-STATE
                       MOVE ZERO TO WS-AUDA-ZIP
               END-DELETE
           END-IF.

      * ================================================================
      * 2410-ARCHIVE-CUSTOMER - the full master image goes to the
      *                         dated archive before the DELETE, so

       COPY EDITPR.
       COPY CKDGTP.
       COPY RECLOCKP.

       END PROGRAM CUSTMAINT.
