      *
      * MOD HISTORY:
      *   2026-08-22  RJP  Original guardian maintenance program.
      *   2026-10-15  RJP  CHANGE locks the guardian record through
      *                    the shared RECLOCK subroutine for the
      *                    length of the change, telling a second
      *                    operator who holds it, and confirms the
      *                    lock before the REWRITE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUARDMNT.

       COPY EDITWS.
       COPY SIGNONW.
       COPY RECLOCKW.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SO-OPERATOR-ID TO RK-OPERATOR-ID.
           MOVE "GUARDMNT" TO RK-PROGRAM-ID.
           MOVE "GUARDMST" TO RK-FILE-ID.
           OPEN I-O GUARDIAN-MASTER-FILE.
           IF WS-GUARDMST-STATUS = "35"
               OPEN OUTPUT GUARDIAN-MASTER-FILE
                   PERFORM 2100-ADD-GUARDIAN
               WHEN "C"
                   PERFORM 2200-CHANGE-GUARDIAN
                       THRU 2200-EXIT
               WHEN "I"
                   PERFORM 2300-INQUIRE-GUARDIAN
               WHEN "X"
       2200-CHANGE-GUARDIAN.
           DISPLAY "ENTER STUDENT ID TO CHANGE".
           ACCEPT GRD-STU-ID.
           MOVE GRD-STU-ID TO RK-RECORD-KEY.
           PERFORM 7300-LOCK-RECORD.
           IF RK-LOCK-HELD-BY-OTHER
               GO TO 2200-EXIT
           END-IF.
           READ GUARDIAN-MASTER-FILE
               INVALID KEY
                   DISPLAY "NO GUARDIAN RECORD - CHANGE REJECTED"
                       DISPLAY "CHANGE REJECTED - "
                           WS-GUARDIAN-REJECT-REASON
                   ELSE
                       PERFORM 7310-CONFIRM-LOCK
                       IF RK-LOCK-GRANTED
                           REWRITE GUARDIAN-MASTER-RECORD
                           DISPLAY "GUARDIAN CHANGED"
                       END-IF
                   END-IF
           END-READ.
           PERFORM 7320-RELEASE-LOCK.
       2200-EXIT.
           EXIT.

       2300-INQUIRE-GUARDIAN.
           DISPLAY "ENTER STUDENT ID TO INQUIRE".
           EXIT.

       COPY EDITPR.
       COPY RECLOCKP.

       END PROGRAM GUARDMNT.
