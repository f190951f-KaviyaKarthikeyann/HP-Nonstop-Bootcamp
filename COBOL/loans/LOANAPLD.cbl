      ******************************************************************
      * PROGRAM:      LOANAPLD
      * AUTHOR:       R. J. PILLAI - LOAN SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Loads and maintains the LOAN-AUTOPAY-ENROLLMENT
      *               indexed file from the loan office's keyed
      *               enrollment forms.  Every line must name a loan
      *               on LOAN-MASTER that is still open or NON-ACCRUAL
      *               and carry a numeric routing number and a draft
      *               day 01-28 (every month has one).  A new
      *               enrollment - and a CHANGED bank account, or one
      *               re-keyed after it was RETURNED or CANCELLED -
      *               goes on file with the prenote PENDING and a
      *               fresh NSF count, exactly as payroll treats an
      *               employee's deposit account; a change of draft
      *               day alone keeps the prenote already earned.  A C
      *               in column 40 cancels the enrollment.
      *
      *               Enrollment line (fixed column):
      *                   1-10   loan account number
      *                   11-19  routing number
      *                   20-36  account number
      *                   37     account type (C/S)
      *                   38-39  draft day of month 01-28
      *                   40     action - blank enroll or change,
      *                          C cancel
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original autopay enrollment load program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANAPLD.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-EXTRACT-FILE ASSIGN TO "LOANAPEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-ACCT-NO
               FILE STATUS IS WS-LOANMAST-STATUS.

           SELECT LOAN-AUTOPAY-FILE ASSIGN TO "LOANAPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-LOAN-ACCT-NO
               FILE STATUS IS WS-LOANAPAY-STATUS.

           SELECT LOAD-EXCEPTION-FILE ASSIGN TO "LOANAPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-EXTRACT-FILE.
       01  ENROLLMENT-EXTRACT-RECORD     PIC X(80).

       FD  LOAN-MASTER-FILE.
       COPY LOANMREC.

       FD  LOAN-AUTOPAY-FILE.
       COPY LOANAPRC.

       FD  LOAD-EXCEPTION-FILE.
       01  LOAD-EXCEPTION-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-EXTRACT-STATUS         PIC X(02) VALUE "00".
           05  WS-LOANMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-LOANAPAY-STATUS        PIC X(02) VALUE "00".
           05  WS-EXCEPTION-STATUS       PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-ENRL-FOUND-SWITCH      PIC X(01) VALUE "N".
               88  WS-ENRL-ON-FILE              VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-ENROLLMENTS-ADDED      PIC 9(9) COMP VALUE ZERO.
           05  WS-ENROLLMENTS-CHANGED    PIC 9(9) COMP VALUE ZERO.
           05  WS-ENROLLMENTS-CANCELLED  PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-REJECTED       PIC 9(9) COMP VALUE ZERO.

       01  WS-CURRENT-DATE               PIC 9(08).

       01  WS-EXTRACT-FIELDS.
           05  WS-EXT-ACCT-NO-X          PIC X(10).
           05  WS-EXT-ACCT-NO REDEFINES WS-EXT-ACCT-NO-X
                                         PIC 9(10).
           05  WS-EXT-ROUTING            PIC X(09).
           05  WS-EXT-ROUTING-N REDEFINES WS-EXT-ROUTING
                                         PIC 9(09).
           05  WS-EXT-ACCOUNT            PIC X(17).
           05  WS-EXT-ACCT-TYPE          PIC X(01).
           05  WS-EXT-DRAFT-DAY-X        PIC X(02).
           05  WS-EXT-DRAFT-DAY REDEFINES WS-EXT-DRAFT-DAY-X
                                         PIC 9(02).
           05  WS-EXT-ACTION             PIC X(01).
               88  WS-EXT-IS-CANCEL             VALUE "C".
               88  WS-EXT-IS-ENROLL             VALUE SPACE.

       COPY EDITWS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-LOAD-EXTRACT
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT ENROLLMENT-EXTRACT-FILE.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOANMAST-STATUS NOT = "00"
               DISPLAY "LOANAPLD - CANNOT OPEN LOANMAST LOAN MASTER - "
                   "STATUS " WS-LOANMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O LOAN-AUTOPAY-FILE.
           IF WS-LOANAPAY-STATUS = "35"
               OPEN OUTPUT LOAN-AUTOPAY-FILE
               CLOSE LOAN-AUTOPAY-FILE
               OPEN I-O LOAN-AUTOPAY-FILE
           END-IF.
           OPEN OUTPUT LOAD-EXCEPTION-FILE.
       1000-EXIT.
           EXIT.

       2000-LOAD-EXTRACT.
           READ ENROLLMENT-EXTRACT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 2100-EDIT-AND-APPLY
                       THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

       2100-EDIT-AND-APPLY.
           MOVE ENROLLMENT-EXTRACT-RECORD(1:40) TO WS-EXTRACT-FIELDS.
           IF WS-EXT-ACCT-NO-X IS NOT NUMERIC
               MOVE "LOAN ACCOUNT NOT NUMERIC" TO EDIT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-EXT-ACCT-NO TO LA-LOAN-ACCT-NO.
           READ LOAN-AUTOPAY-FILE
               INVALID KEY
                   MOVE "N" TO WS-ENRL-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-ENRL-FOUND-SWITCH
           END-READ.
           IF WS-EXT-IS-CANCEL
               PERFORM 2400-CANCEL-ENROLLMENT
               GO TO 2100-EXIT
           END-IF.
           IF NOT WS-EXT-IS-ENROLL
               MOVE "ACTION MUST BE BLANK OR C" TO EDIT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2100-EXIT
           END-IF.
           IF WS-EXT-ROUTING IS NOT NUMERIC
               MOVE "ROUTING NUMBER NOT NUMERIC" TO EDIT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2100-EXIT
           END-IF.
           MOVE "ACCOUNT-NO" TO EDIT-FIELD-NAME.
           MOVE WS-EXT-ACCOUNT TO EDIT-ALPHA-VALUE.
           PERFORM 7010-EDIT-ALPHA-NOT-BLANK.
           IF EDIT-IS-INVALID
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2100-EXIT
           END-IF.
           IF WS-EXT-ACCT-TYPE NOT = "C" AND NOT = "S"
               MOVE "ACCOUNT TYPE MUST BE C OR S" TO EDIT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2100-EXIT
           END-IF.
           IF WS-EXT-DRAFT-DAY-X IS NOT NUMERIC
              OR WS-EXT-DRAFT-DAY < 1
              OR WS-EXT-DRAFT-DAY > 28
               MOVE "DRAFT DAY MUST BE 01-28" TO EDIT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-EXT-ACCT-NO TO LM-LOAN-ACCT-NO.
           READ LOAN-MASTER-FILE
               INVALID KEY
                   MOVE "LOAN NOT ON MASTER" TO EDIT-REASON
                   PERFORM 2200-WRITE-EXCEPTION
                   GO TO 2100-EXIT
           END-READ.
           IF NOT LM-OPEN AND NOT LM-NON-ACCRUAL
               MOVE "LOAN IS CLOSED OR CHARGED OFF" TO EDIT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2300-APPLY-ENROLLMENT.
       2100-EXIT.
           EXIT.

      * ================================================================
      * 2300-APPLY-ENROLLMENT - an unchanged live account keeps its
      *                         prenote state and only takes the new
      *                         draft day; anything else is
      *                         re-prenoted from PENDING, because the
      *                         verification belonged to the old
      *                         account, not the borrower.  A draft
      *                         still inside its return window stays
      *                         on the record so its return can be
      *                         matched.
      * ================================================================
       2300-APPLY-ENROLLMENT.
           IF WS-ENRL-ON-FILE
               IF LA-ROUTING-NO = WS-EXT-ROUTING-N
                  AND LA-ACCOUNT-NO = WS-EXT-ACCOUNT
                  AND LA-ACCOUNT-TYPE = WS-EXT-ACCT-TYPE
                  AND NOT LA-ENROLLMENT-RETURNED
                  AND NOT LA-ENROLLMENT-CANCELLED
                   MOVE WS-EXT-DRAFT-DAY TO LA-DRAFT-DAY
               ELSE
                   MOVE WS-EXT-ROUTING   TO LA-ROUTING-NO
                   MOVE WS-EXT-ACCOUNT   TO LA-ACCOUNT-NO
                   MOVE WS-EXT-ACCT-TYPE TO LA-ACCOUNT-TYPE
                   MOVE WS-EXT-DRAFT-DAY TO LA-DRAFT-DAY
                   MOVE WS-CURRENT-DATE  TO LA-ENROLL-DATE
                   PERFORM 2310-RESET-PRENOTE
               END-IF
               REWRITE LOAN-AUTOPAY-ENROLLMENT-RECORD
               ADD 1 TO WS-ENROLLMENTS-CHANGED
           ELSE
               MOVE SPACES TO LOAN-AUTOPAY-ENROLLMENT-RECORD
               MOVE WS-EXT-ACCT-NO   TO LA-LOAN-ACCT-NO
               MOVE WS-EXT-ROUTING   TO LA-ROUTING-NO
               MOVE WS-EXT-ACCOUNT   TO LA-ACCOUNT-NO
               MOVE WS-EXT-ACCT-TYPE TO LA-ACCOUNT-TYPE
               MOVE WS-EXT-DRAFT-DAY TO LA-DRAFT-DAY
               MOVE WS-CURRENT-DATE  TO LA-ENROLL-DATE
               PERFORM 2310-RESET-PRENOTE
               MOVE ZERO TO LA-LAST-DRAFT-DATE
               MOVE ZERO TO LA-DRAFT-DUE-DATE
               MOVE ZERO TO LA-LAST-DRAFT-AMOUNT
               SET LA-NO-DRAFT-YET TO TRUE
               WRITE LOAN-AUTOPAY-ENROLLMENT-RECORD
               ADD 1 TO WS-ENROLLMENTS-ADDED
           END-IF.

       2310-RESET-PRENOTE.
           SET LA-PRENOTE-PENDING TO TRUE.
           MOVE ZERO TO LA-PRENOTE-SENT-DATE.
           MOVE SPACES TO LA-LAST-RETURN-CODE.
           MOVE ZERO TO LA-NSF-COUNT.

       2400-CANCEL-ENROLLMENT.
           IF NOT WS-ENRL-ON-FILE
               MOVE "NO ENROLLMENT ON FILE TO CANCEL" TO EDIT-REASON
               PERFORM 2200-WRITE-EXCEPTION
           ELSE
               SET LA-ENROLLMENT-CANCELLED TO TRUE
               REWRITE LOAN-AUTOPAY-ENROLLMENT-RECORD
               ADD 1 TO WS-ENROLLMENTS-CANCELLED
           END-IF.

       2200-WRITE-EXCEPTION.
           ADD 1 TO WS-RECORDS-REJECTED.
           MOVE SPACES TO LOAD-EXCEPTION-LINE.
           STRING "REJECTED LOAN " WS-EXT-ACCT-NO-X
                  " - " EDIT-REASON
               DELIMITED BY SIZE INTO LOAD-EXCEPTION-LINE.
           WRITE LOAD-EXCEPTION-LINE.

       9000-TERMINATE.
           DISPLAY "AUTOPAY ENROLLMENT LOAD - END OF JOB SUMMARY".
           DISPLAY "  RECORDS READ          : " WS-RECORDS-READ.
           DISPLAY "  ENROLLMENTS ADDED     : " WS-ENROLLMENTS-ADDED.
           DISPLAY "  ENROLLMENTS CHANGED   : " WS-ENROLLMENTS-CHANGED.
           DISPLAY "  ENROLLMENTS CANCELLED : "
               WS-ENROLLMENTS-CANCELLED.
           DISPLAY "  RECORDS REJECTED      : " WS-RECORDS-REJECTED.
           CLOSE ENROLLMENT-EXTRACT-FILE.
           CLOSE LOAN-MASTER-FILE.
           CLOSE LOAN-AUTOPAY-FILE.
           CLOSE LOAD-EXCEPTION-FILE.
       9000-EXIT.
           EXIT.

       COPY EDITPR.

       END PROGRAM LOANAPLD.
