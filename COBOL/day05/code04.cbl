      *                    GL-TRANS-DEPT-CODE (blank reads as the
      *                    ?? catch-all) - the departmental P and L
      *                    reads what lands here.
      *   2026-10-15  RJP  A leg charged to a department that is not
      *                    on the DEPARTMENT-MASTER, or is inactive
      *                    there, parks in suspense like any other
      *                    failed edit instead of accumulating under
      *                    a code nobody reports.  Blank and the ??
      *                    catch-all still post.
      *   2026-10-15  RJP  Every leg posted to GLBAL, suspense parks
      *                    included, is appended to the permanent
      *                    GLJRNDTL journal detail file with its
      *                    batch id, source and landing period, for
      *                    the GLACTRPT account activity report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
               RECORD KEY IS DB-KEY
               FILE STATUS IS WS-GLDEPBAL-STATUS.

           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "GLSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT GL-JOURNAL-DETAIL-FILE ASSIGN TO "GLJRNDTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRNDTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-TRANSACTION-FILE.
       FD  GL-DEPT-BALANCE-FILE.
       COPY GLDEPREC.

       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPTREC.

       FD  SUSPENSE-FILE.
       COPY GLSUSREC.

       FD  GL-JOURNAL-DETAIL-FILE.
       COPY GLJDTLRC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-GLTRANS-STATUS          PIC X(02) VALUE "00".
           05  WS-GLPERCTL-STATUS         PIC X(02) VALUE "00".
           05  WS-REGISTRY-STATUS         PIC X(02) VALUE "00".
           05  WS-SUSPENSE-STATUS         PIC X(02) VALUE "00".
           05  WS-DEPTMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-GLJRNDTL-STATUS         PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(01) VALUE "N".
               88  WS-DEPT-BAL-FOUND                VALUE "Y".
           05  WS-ACCOUNT-OK-SWITCH       PIC X(01) VALUE "N".
               88  WS-ACCOUNT-OK                  VALUE "Y".
           05  WS-DEPT-OK-SWITCH          PIC X(01) VALUE "N".
               88  WS-DEPT-OK                     VALUE "Y".
           05  WS-IN-BATCH-SWITCH         PIC X(01) VALUE "N".
               88  WS-IN-A-BATCH                  VALUE "Y".
           05  WS-BATCH-POSTABLE-SWITCH   PIC X(01) VALUE "N".
               88  WS-FORCE-REPOST                VALUE "Y".
           05  WS-ALREADY-POSTED-SWITCH   PIC X(01) VALUE "N".
               88  WS-BATCH-ALREADY-POSTED        VALUE "Y".
           05  WS-PARKED-SWITCH           PIC X(01) VALUE "N".
               88  WS-LEG-PARKED                  VALUE "Y".

      * The transaction line is typed by its first byte: H header,
      * T trailer, a digit for a GLTRANRC detail.
       01  WS-LAST-CLOSED-PERIOD          PIC 9(06) VALUE ZERO.
       01  WS-TRANS-PERIOD                PIC 9(06).

      * A leg parked because its date fell in a closed period lands
      * in the first period still open.
       01  WS-FIRST-OPEN-PERIOD.
           05  WS-FIRST-OPEN-YYYY         PIC 9(04).
           05  WS-FIRST-OPEN-MM           PIC 9(02).
       01  WS-FIRST-OPEN-PERIOD-N REDEFINES WS-FIRST-OPEN-PERIOD
                                          PIC 9(06).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           END-IF.
           OPEN OUTPUT POSTING-REGISTER-FILE.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE.
           OPEN INPUT DEPARTMENT-MASTER-FILE.
           IF WS-DEPTMAST-STATUS NOT = "00"
               DISPLAY "GLPOST - CANNOT OPEN DEPTMAST DEPARTMENT "
                   "MASTER - STATUS " WS-DEPTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT POSTING-EXCEPTION-FILE.
           OPEN EXTEND GL-TOTAL-HISTORY-FILE.
           IF WS-GLHIST-STATUS = "35"
           IF WS-SUSPENSE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.
           OPEN EXTEND GL-JOURNAL-DETAIL-FILE.
           IF WS-GLJRNDTL-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL-DETAIL-FILE
           END-IF.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-LOAD-CLOSED-PERIOD
               THRU 1100-EXIT.
           MOVE WS-LAST-CLOSED-PERIOD TO WS-FIRST-OPEN-PERIOD-N.
           IF WS-FIRST-OPEN-MM = 12
               ADD 1 TO WS-FIRST-OPEN-YYYY
               MOVE 1 TO WS-FIRST-OPEN-MM
           ELSE
               ADD 1 TO WS-FIRST-OPEN-MM
           END-IF.
       1000-EXIT.
           EXIT.


      * ================================================================
      * 4000-POST-TRANSACTION - the per-record edits: closed period,
      *                         chart of accounts, department master,
      *                         debit/credit code.
      * ================================================================
       4000-POST-TRANSACTION.
           MOVE GL-TRANS-DATE(1:6) TO WS-TRANS-PERIOD.
               PERFORM 4700-PARK-IN-SUSPENSE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4160-VALIDATE-DEPARTMENT.
           IF NOT WS-DEPT-OK
               PERFORM 4700-PARK-IN-SUSPENSE
               GO TO 4000-EXIT
           END-IF.
           IF NOT GL-TRANS-IS-DEBIT AND NOT GL-TRANS-IS-CREDIT
               ADD 1 TO WS-RECORDS-REJECTED
               MOVE "INVALID TRANS TYPE" TO WS-EXC-REASON
           PERFORM 4350-POST-DEPT-BALANCE.
           ADD 1 TO WS-RECORDS-POSTED.
           PERFORM 4400-WRITE-DETAIL-LINE.
           MOVE "N" TO WS-PARKED-SWITCH.
           PERFORM 4450-WRITE-JOURNAL-DETAIL.
       4000-EXIT.
           EXIT.

                   END-IF
           END-READ.

      * ================================================================
      * 4160-VALIDATE-DEPARTMENT - a department code must be on the
      *                            department master and active; a
      *                            blank code or the ?? catch-all is
      *                            a leg with no department to check.
      * ================================================================
       4160-VALIDATE-DEPARTMENT.
           SET WS-DEPT-OK TO TRUE.
           IF GL-TRANS-DEPT-CODE = SPACES
              OR GL-TRANS-DEPT-CODE = "??"
               CONTINUE
           ELSE
               MOVE GL-TRANS-DEPT-CODE TO DEPT-CODE
               READ DEPARTMENT-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-DEPT-OK-SWITCH
                       MOVE "DEPARTMENT NOT ON DEPARTMENT MASTER"
                           TO WS-EXC-REASON
                   NOT INVALID KEY
                       IF DEPT-INACTIVE
                           MOVE "N" TO WS-DEPT-OK-SWITCH
                           MOVE "DEPARTMENT INACTIVE" TO WS-EXC-REASON
                       END-IF
               END-READ
           END-IF.

       4200-LOAD-ACCOUNT-BALANCE.
           MOVE GL-TRANS-ACCT-ID TO GL-BAL-ACCT-ID.
           SET WS-BALANCE-RECORD-NOT-FOUND TO TRUE.
           MOVE WS-DETAIL-LINE TO POSTING-REGISTER-LINE.
           WRITE POSTING-REGISTER-LINE.

      * ================================================================
      * 4450-WRITE-JOURNAL-DETAIL - the leg just posted to GLBAL, as
      *                             posted, onto the permanent
      *                             journal detail file under the
      *                             header of the batch it came in.
      * ================================================================
       4450-WRITE-JOURNAL-DETAIL.
           MOVE SPACES TO GL-JOURNAL-DETAIL-RECORD.
           MOVE GL-TRANS-ACCT-ID  TO JD-ACCT-ID.
           IF WS-TRANS-PERIOD <= WS-LAST-CLOSED-PERIOD
               MOVE WS-FIRST-OPEN-PERIOD-N TO JD-PERIOD
           ELSE
               MOVE WS-TRANS-PERIOD TO JD-PERIOD
           END-IF.
           MOVE GL-TRANS-DATE     TO JD-GL-DATE.
           MOVE GBH-BATCH-ID      TO JD-BATCH-ID.
           MOVE GBH-SOURCE        TO JD-SOURCE.
           MOVE GL-TRANS-TYPE     TO JD-TYPE.
           MOVE GL-TRANS-AMOUNT   TO JD-AMOUNT.
           MOVE GL-TRANS-DESC     TO JD-DESC.
           MOVE GL-TRANS-DEPT-CODE TO JD-DEPT-CODE.
           MOVE WS-CURRENT-DATE   TO JD-POSTED-DATE.
           MOVE WS-PARKED-SWITCH  TO JD-SUSPENSE-FLAG.
           WRITE GL-JOURNAL-DETAIL-RECORD.

       4600-WRITE-EXCEPTION-LINE.
           MOVE GL-TRANS-ACCT-ID TO WS-EXC-ACCT-ID.
           MOVE GL-TRANS-AMOUNT  TO WS-EXC-AMOUNT.
               END-IF
               PERFORM 4300-SAVE-ACCOUNT-BALANCE
               PERFORM 4400-WRITE-DETAIL-LINE
               SET WS-LEG-PARKED TO TRUE
               PERFORM 4450-WRITE-JOURNAL-DETAIL
           END-IF.

       9000-TERMINATE.
           CLOSE BATCH-REGISTRY-FILE.
           CLOSE POSTING-REGISTER-FILE.
           CLOSE CHART-OF-ACCOUNTS-FILE.
           CLOSE DEPARTMENT-MASTER-FILE.
           CLOSE POSTING-EXCEPTION-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE GL-TOTAL-HISTORY-FILE.
           CLOSE GL-JOURNAL-DETAIL-FILE.
       9000-EXIT.
           EXIT.

