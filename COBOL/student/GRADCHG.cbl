      *                    same arithmetic the master load applies,
      *                    and the master's credit hours are
      *                    restored with the totals.
      *   2026-10-15  RJP  A grade change locks the student through
      *                    the shared RECLOCK subroutine for the
      *                    length of the change, telling a second
      *                    operator who holds it, and confirms the
      *                    lock before any record is rewritten.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADCHG.

       COPY EDITWS.
       COPY SIGNONW.
       COPY RECLOCKW.

       01  WS-AUDIT-DETAIL-LINE.
           05  WS-AUD-TRANS-CODE         PIC X(01).
               STOP RUN
           END-IF.
           MOVE SO-OPERATOR-ID TO WS-AUD-OPERATOR-ID.
           MOVE SO-OPERATOR-ID TO RK-OPERATOR-ID.
           MOVE "GRADCHG" TO RK-PROGRAM-ID.
           MOVE "STUMAST" TO RK-FILE-ID.
           PERFORM 1100-LOAD-CURRENT-TERM
               THRU 1100-EXIT.
           OPEN I-O STUDENT-MASTER-FILE.
               PERFORM 8000-WRITE-AUDIT-LINE
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-CHG-STU-ID TO RK-RECORD-KEY.
           PERFORM 7300-LOCK-RECORD.
           IF RK-LOCK-HELD-BY-OTHER
               MOVE "REJECTED - RECORD LOCKED" TO WS-AUD-RESULT
               PERFORM 2500-CLEAR-IMAGES
               PERFORM 8000-WRITE-AUDIT-LINE
               GO TO 2100-EXIT
           END-IF.
           IF WS-CHG-TERM = WS-CURRENT-TERM
              AND WS-CURRENT-TERM NOT = ZERO
               SET WS-CURRENT-TERM-CHANGE TO TRUE
           END-IF.
           IF WS-PRIOR-TERM-CHANGE
               PERFORM 2260-CORRECT-PRIOR-TERM
               PERFORM 7320-RELEASE-LOCK
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-CHG-STU-ID    TO SC-STU-ID.
                   PERFORM 2500-CLEAR-IMAGES
                   PERFORM 8000-WRITE-AUDIT-LINE
               NOT INVALID KEY
                   PERFORM 7310-CONFIRM-LOCK
                   IF RK-LOCK-GRANTED
                       PERFORM 2200-APPLY-GRADE-CHANGE
                   ELSE
                       MOVE "REJECTED - RECORD LOCK LOST"
                           TO WS-AUD-RESULT
                       PERFORM 2500-CLEAR-IMAGES
                       PERFORM 8000-WRITE-AUDIT-LINE
                   END-IF
           END-READ.
           PERFORM 7320-RELEASE-LOCK.
       2100-EXIT.
           EXIT.

                       "CHANGE REJECTED"
                   MOVE "REJECTED - NO HISTORY" TO WS-AUD-RESULT
               NOT INVALID KEY
                   PERFORM 7310-CONFIRM-LOCK
                   IF RK-LOCK-GRANTED
                       MOVE SH-MARK TO WS-AUDB-MARK
                       MOVE WS-CHG-NEW-MARK TO SH-MARK
                       REWRITE SCORE-HISTORY-RECORD
                       MOVE WS-CHG-NEW-MARK TO WS-AUDA-MARK
                       SET WS-CHANGES-APPLIED TO TRUE
                       MOVE "CHANGED - HISTORY ONLY" TO WS-AUD-RESULT
                       DISPLAY "PRIOR-TERM MARK CORRECTED ON THE "
                           "SCORE HISTORY - CURRENT STANDING "
                           "UNTOUCHED"
                   ELSE
                       MOVE "REJECTED - RECORD LOCK LOST"
                           TO WS-AUD-RESULT
                   END-IF
           END-READ.
           PERFORM 8000-WRITE-AUDIT-LINE.

           EXIT.

       COPY EDITPR.
       COPY RECLOCKP.

       END PROGRAM GRADCHG.
