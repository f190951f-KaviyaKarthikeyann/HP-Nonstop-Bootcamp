      ******************************************************************
      * PROGRAM:      LOANDRFT
      * AUTHOR:       R. J. PILLAI - LOAN SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Autopay draft run, scheduled daily ahead of
      *               LOANPAY.  Walks the LOAN-AUTOPAY-ENROLLMENT file
      *               and, for each enrolled loan still open or
      *               NON-ACCRUAL:
      *                 - a PENDING enrollment sends its zero-dollar
      *                   prenote on the bank debit file and is
      *                   marked SENT;
      *                 - a SENT enrollment whose prenote has stood
      *                   the return window with no reject is
      *                   promoted to VERIFIED;
      *                 - a VERIFIED enrollment is drafted once per
      *                   installment, on its draft day in the month
      *                   the installment falls due (or on the due
      *                   date itself when the draft day is later),
      *                   for the installment plus the escrow portion
      *                   plus any late fees standing due - the
      *                   amount LOANPAY expects.  A balloon loan's
      *                   final period drafts the payoff figure
      *                   LOANPAY matches instead.
      *               Each draft writes a debit record for the bank
      *               and the matching payment line onto LOANPMTS, so
      *               LOANPAY posts it with the keyed remittances.
      *               The enrollment remembers the draft for the
      *               return step (LOANDRTN).  An enrollment whose
      *               loan has closed or charged off is cancelled.
      *               Every action prints on the draft register.
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original autopay draft program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANDRFT.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-AUTOPAY-FILE ASSIGN TO "LOANAPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LA-LOAN-ACCT-NO
               FILE STATUS IS WS-LOANAPAY-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-ACCT-NO
               FILE STATUS IS WS-LOANMAST-STATUS.

           SELECT BANK-DEBIT-FILE ASSIGN TO "LOANDEBT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANDEBT-STATUS.

           SELECT BORROWER-PAYMENTS-FILE ASSIGN TO "LOANPMTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANPMTS-STATUS.

           SELECT DRAFT-REGISTER-FILE ASSIGN TO "LOANDRRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-AUTOPAY-FILE.
       COPY LOANAPRC.

       FD  LOAN-MASTER-FILE.
       COPY LOANMREC.

       FD  BANK-DEBIT-FILE.
       01  BANK-DEBIT-LINE               PIC X(80).

       FD  BORROWER-PAYMENTS-FILE.
       01  BORROWER-PAYMENT-LINE         PIC X(80).

       FD  DRAFT-REGISTER-FILE.
       01  DRAFT-REGISTER-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-LOANAPAY-STATUS        PIC X(02) VALUE "00".
           05  WS-LOANMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-LOANDEBT-STATUS        PIC X(02) VALUE "00".
           05  WS-LOANPMTS-STATUS        PIC X(02) VALUE "00".
           05  WS-REGISTER-STATUS        PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".

      * Calendar days a prenote must stand without a return before
      * real drafts begin - the bank's return window plus margin.
       01  WS-PRENOTE-WAIT-DAYS          PIC 9(03) VALUE 010.

       01  WS-CONTROL-TOTALS.
           05  WS-ENROLLMENTS-READ       PIC 9(9) COMP VALUE ZERO.
           05  WS-PRENOTES-SENT          PIC 9(9) COMP VALUE ZERO.
           05  WS-PRENOTES-VERIFIED      PIC 9(9) COMP VALUE ZERO.
           05  WS-DRAFTS-WRITTEN         PIC 9(9) COMP VALUE ZERO.
           05  WS-ENROLLMENTS-CANCELLED  PIC 9(9) COMP VALUE ZERO.
           05  WS-ENROLLMENTS-SKIPPED    PIC 9(9) COMP VALUE ZERO.
           05  WS-TOTAL-DRAFTED          PIC S9(11)V99 COMP-3
                                         VALUE ZERO.

       01  WS-CURRENT-DATE               PIC 9(08).
       01  WS-RUN-DAY-NO                 PIC 9(07).
       01  WS-DAYS-SINCE-PRENOTE         PIC S9(07).
       01  WS-DRAFT-AMOUNT               PIC S9(9)V99 COMP-3.

       01  WS-DRAFT-DATE-FIELDS.
           05  WS-DRAFT-DATE.
               10  WS-DRAFT-YYYY         PIC 9(4).
               10  WS-DRAFT-MM           PIC 9(2).
               10  WS-DRAFT-DD           PIC 9(2).
           05  WS-DRAFT-DATE-N REDEFINES WS-DRAFT-DATE
                                         PIC 9(08).

      * ---------------------------------------------------------- *
      * Bank debit line (fixed column):                             *
      *     1      record type - D draft, P zero-dollar prenote     *
      *     2-11   loan account number                              *
      *     12-22  draft amount 9(9)V99 digits (zero on a prenote)  *
      *     23-30  value date YYYYMMDD                              *
      *     31-39  routing number                                   *
      *     40-56  account number                                   *
      *     57     account type - C checking, S savings            *
      *     58-65  installment due date covered (zero on prenote)   *
      * ---------------------------------------------------------- *
       01  WS-DEBIT-DETAIL-LINE.
           05  WS-DEB-RECORD-TYPE        PIC X(01).
           05  WS-DEB-ACCT-NO            PIC 9(10).
           05  WS-DEB-AMOUNT             PIC 9(9)V99.
           05  WS-DEB-DATE               PIC 9(08).
           05  WS-DEB-ROUTING-NO         PIC 9(09).
           05  WS-DEB-ACCOUNT-NO         PIC X(17).
           05  WS-DEB-ACCOUNT-TYPE       PIC X(01).
           05  WS-DEB-DUE-DATE           PIC 9(08).
           05  FILLER                    PIC X(15) VALUE SPACES.

      * Payment line in the LOANPAY layout - regular payment, column
      * 30 blank.
       01  WS-PAYMENT-LINE.
           05  WS-PAY-ACCT-NO            PIC 9(10).
           05  WS-PAY-DATE               PIC 9(08).
           05  WS-PAY-AMOUNT             PIC 9(9)V99.
           05  WS-PAY-TYPE               PIC X(01) VALUE SPACE.
           05  FILLER                    PIC X(50) VALUE SPACES.

       01  WS-REGISTER-HEADING-1.
           05  FILLER                    PIC X(40) VALUE
               "AUTOPAY DRAFT REGISTER".
           05  FILLER                    PIC X(10) VALUE "RUN DATE ".
           05  WS-HDG-RUN-DATE           PIC 9(08).

       01  WS-REGISTER-HEADING-2.
           05  FILLER                    PIC X(12) VALUE "ACCOUNT".
           05  FILLER                    PIC X(32) VALUE "ACTION".
           05  FILLER                    PIC X(16) VALUE "AMOUNT".
           05  FILLER                    PIC X(10) VALUE "DUE DATE".

       01  WS-REGISTER-DETAIL-LINE.
           05  WS-REG-ACCT-NO            PIC Z(9)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-REG-ACTION             PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-REG-AMOUNT             PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-REG-DUE-DATE           PIC 9(08).

       01  WS-CONTROL-TOTAL-LINE.
           05  FILLER                    PIC X(24) VALUE
               "DRAFTS WRITTEN ".
           05  WS-CTL-DRAFTS             PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(10) VALUE
               "  TOTAL ".
           05  WS-CTL-AMOUNT             PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ENROLLMENTS
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE).
           OPEN I-O LOAN-AUTOPAY-FILE.
           IF WS-LOANAPAY-STATUS = "35"
               DISPLAY "LOANDRFT - NO AUTOPAY ENROLLMENTS ON FILE"
               SET WS-END-OF-FILE TO TRUE
           END-IF.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOANMAST-STATUS NOT = "00"
               DISPLAY "LOANDRFT - CANNOT OPEN LOANMAST LOAN MASTER - "
                   "STATUS " WS-LOANMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BANK-DEBIT-FILE.
           OPEN EXTEND BORROWER-PAYMENTS-FILE.
           IF WS-LOANPMTS-STATUS = "35"
               OPEN OUTPUT BORROWER-PAYMENTS-FILE
           END-IF.
           OPEN OUTPUT DRAFT-REGISTER-FILE.
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
           MOVE WS-REGISTER-HEADING-1 TO DRAFT-REGISTER-LINE.
           WRITE DRAFT-REGISTER-LINE.
           MOVE WS-REGISTER-HEADING-2 TO DRAFT-REGISTER-LINE.
           WRITE DRAFT-REGISTER-LINE.
       1000-EXIT.
           EXIT.

       2000-PROCESS-ENROLLMENTS.
           READ LOAN-AUTOPAY-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ENROLLMENTS-READ
                   PERFORM 2100-PROCESS-ONE-ENROLLMENT
                       THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

      * ================================================================
      * 2100-PROCESS-ONE-ENROLLMENT - a RETURNED or CANCELLED
      *                               enrollment is left alone; the
      *                               borrower pays by remittance
      *                               until the office re-keys it.
      * ================================================================
       2100-PROCESS-ONE-ENROLLMENT.
           IF LA-ENROLLMENT-RETURNED OR LA-ENROLLMENT-CANCELLED
               ADD 1 TO WS-ENROLLMENTS-SKIPPED
               GO TO 2100-EXIT
           END-IF.
           MOVE LA-LOAN-ACCT-NO TO LM-LOAN-ACCT-NO.
           READ LOAN-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-ENROLLMENTS-SKIPPED
                   MOVE "LOAN NOT ON MASTER - SKIPPED"
                       TO WS-REG-ACTION
                   MOVE ZERO TO WS-REG-AMOUNT
                   MOVE ZERO TO WS-REG-DUE-DATE
                   PERFORM 8000-WRITE-REGISTER-LINE
                   GO TO 2100-EXIT
           END-READ.
           IF NOT LM-OPEN AND NOT LM-NON-ACCRUAL
               SET LA-ENROLLMENT-CANCELLED TO TRUE
               REWRITE LOAN-AUTOPAY-ENROLLMENT-RECORD
               ADD 1 TO WS-ENROLLMENTS-CANCELLED
               MOVE "LOAN CLOSED - CANCELLED" TO WS-REG-ACTION
               MOVE ZERO TO WS-REG-AMOUNT
               MOVE ZERO TO WS-REG-DUE-DATE
               PERFORM 8000-WRITE-REGISTER-LINE
               GO TO 2100-EXIT
           END-IF.
           IF LA-PRENOTE-PENDING
               PERFORM 2200-SEND-PRENOTE
               GO TO 2100-EXIT
           END-IF.
           IF LA-PRENOTE-SENT
               COMPUTE WS-DAYS-SINCE-PRENOTE = WS-RUN-DAY-NO
                   - FUNCTION INTEGER-OF-DATE (LA-PRENOTE-SENT-DATE)
               IF WS-DAYS-SINCE-PRENOTE < WS-PRENOTE-WAIT-DAYS
                   ADD 1 TO WS-ENROLLMENTS-SKIPPED
                   GO TO 2100-EXIT
               END-IF
               SET LA-PRENOTE-VERIFIED TO TRUE
               REWRITE LOAN-AUTOPAY-ENROLLMENT-RECORD
               ADD 1 TO WS-PRENOTES-VERIFIED
           END-IF.
           PERFORM 2300-DRAFT-INSTALLMENT
               THRU 2300-EXIT.
       2100-EXIT.
           EXIT.

       2200-SEND-PRENOTE.
           MOVE "P"             TO WS-DEB-RECORD-TYPE.
           MOVE LA-LOAN-ACCT-NO TO WS-DEB-ACCT-NO.
           MOVE ZERO            TO WS-DEB-AMOUNT.
           MOVE WS-CURRENT-DATE TO WS-DEB-DATE.
           MOVE LA-ROUTING-NO   TO WS-DEB-ROUTING-NO.
           MOVE LA-ACCOUNT-NO   TO WS-DEB-ACCOUNT-NO.
           MOVE LA-ACCOUNT-TYPE TO WS-DEB-ACCOUNT-TYPE.
           MOVE ZERO            TO WS-DEB-DUE-DATE.
           MOVE WS-DEBIT-DETAIL-LINE TO BANK-DEBIT-LINE.
           WRITE BANK-DEBIT-LINE.
           SET LA-PRENOTE-SENT TO TRUE.
           MOVE WS-CURRENT-DATE TO LA-PRENOTE-SENT-DATE.
           REWRITE LOAN-AUTOPAY-ENROLLMENT-RECORD.
           ADD 1 TO WS-PRENOTES-SENT.
           MOVE "PRENOTE SENT" TO WS-REG-ACTION.
           MOVE ZERO TO WS-REG-AMOUNT.
           MOVE ZERO TO WS-REG-DUE-DATE.
           PERFORM 8000-WRITE-REGISTER-LINE.

      * ================================================================
      * 2300-DRAFT-INSTALLMENT - one draft per installment: once the
      *                          enrollment has drafted (or had
      *                          returned) the installment now due,
      *                          nothing more goes out until LOANPAY
      *                          advances the due date.  A returned
      *                          installment is left for the
      *                          borrower to remit.
      * ================================================================
       2300-DRAFT-INSTALLMENT.
           IF LA-DRAFT-DUE-DATE = LM-NEXT-DUE-DATE
              AND NOT LA-NO-DRAFT-YET
               GO TO 2300-EXIT
           END-IF.
           MOVE LM-NEXT-DUE-DATE TO WS-DRAFT-DATE-N.
           IF LA-DRAFT-DAY < WS-DRAFT-DD
               MOVE LA-DRAFT-DAY TO WS-DRAFT-DD
           END-IF.
           IF WS-CURRENT-DATE < WS-DRAFT-DATE-N
               GO TO 2300-EXIT
           END-IF.
           IF LM-TYPE-BALLOON AND LM-PERIODS-REMAINING = 1
               COMPUTE WS-DRAFT-AMOUNT ROUNDED =
                   LM-OUTSTANDING-PRINCIPAL
                   + (LM-OUTSTANDING-PRINCIPAL * LM-INTEREST / 100)
                   + LM-FEES-DUE
           ELSE
               COMPUTE WS-DRAFT-AMOUNT =
                   LM-INSTALLMENT + LM-ESCROW-PORTION + LM-FEES-DUE
           END-IF.
           IF WS-DRAFT-AMOUNT NOT > ZERO
               GO TO 2300-EXIT
           END-IF.
           MOVE "D"              TO WS-DEB-RECORD-TYPE.
           MOVE LA-LOAN-ACCT-NO  TO WS-DEB-ACCT-NO.
           MOVE WS-DRAFT-AMOUNT  TO WS-DEB-AMOUNT.
           MOVE WS-CURRENT-DATE  TO WS-DEB-DATE.
           MOVE LA-ROUTING-NO    TO WS-DEB-ROUTING-NO.
           MOVE LA-ACCOUNT-NO    TO WS-DEB-ACCOUNT-NO.
           MOVE LA-ACCOUNT-TYPE  TO WS-DEB-ACCOUNT-TYPE.
           MOVE LM-NEXT-DUE-DATE TO WS-DEB-DUE-DATE.
           MOVE WS-DEBIT-DETAIL-LINE TO BANK-DEBIT-LINE.
           WRITE BANK-DEBIT-LINE.
           MOVE LA-LOAN-ACCT-NO  TO WS-PAY-ACCT-NO.
           MOVE WS-CURRENT-DATE  TO WS-PAY-DATE.
           MOVE WS-DRAFT-AMOUNT  TO WS-PAY-AMOUNT.
           MOVE WS-PAYMENT-LINE TO BORROWER-PAYMENT-LINE.
           WRITE BORROWER-PAYMENT-LINE.
           MOVE WS-CURRENT-DATE  TO LA-LAST-DRAFT-DATE.
           MOVE LM-NEXT-DUE-DATE TO LA-DRAFT-DUE-DATE.
           MOVE WS-DRAFT-AMOUNT  TO LA-LAST-DRAFT-AMOUNT.
           SET LA-DRAFT-OUTSTANDING TO TRUE.
           REWRITE LOAN-AUTOPAY-ENROLLMENT-RECORD.
           ADD 1 TO WS-DRAFTS-WRITTEN.
           ADD WS-DRAFT-AMOUNT TO WS-TOTAL-DRAFTED.
           MOVE "DRAFTED" TO WS-REG-ACTION.
           MOVE WS-DRAFT-AMOUNT TO WS-REG-AMOUNT.
           MOVE LM-NEXT-DUE-DATE TO WS-REG-DUE-DATE.
           PERFORM 8000-WRITE-REGISTER-LINE.
       2300-EXIT.
           EXIT.

       8000-WRITE-REGISTER-LINE.
           MOVE LA-LOAN-ACCT-NO TO WS-REG-ACCT-NO.
           MOVE WS-REGISTER-DETAIL-LINE TO DRAFT-REGISTER-LINE.
           WRITE DRAFT-REGISTER-LINE.

       9000-TERMINATE.
           MOVE WS-DRAFTS-WRITTEN TO WS-CTL-DRAFTS.
           MOVE WS-TOTAL-DRAFTED TO WS-CTL-AMOUNT.
           MOVE WS-CONTROL-TOTAL-LINE TO DRAFT-REGISTER-LINE.
           WRITE DRAFT-REGISTER-LINE.
           DISPLAY "AUTOPAY DRAFT RUN - END OF JOB SUMMARY".
           DISPLAY "  ENROLLMENTS READ     : " WS-ENROLLMENTS-READ.
           DISPLAY "  PRENOTES SENT        : " WS-PRENOTES-SENT.
           DISPLAY "  PRENOTES VERIFIED    : " WS-PRENOTES-VERIFIED.
           DISPLAY "  DRAFTS WRITTEN       : " WS-DRAFTS-WRITTEN.
           DISPLAY "  TOTAL DRAFTED        : " WS-TOTAL-DRAFTED.
           DISPLAY "  ENROLLMENTS CANCELLED: "
               WS-ENROLLMENTS-CANCELLED.
           DISPLAY "  ENROLLMENTS SKIPPED  : " WS-ENROLLMENTS-SKIPPED.
           IF WS-LOANAPAY-STATUS NOT = "35"
               CLOSE LOAN-AUTOPAY-FILE
           END-IF.
           CLOSE LOAN-MASTER-FILE.
           CLOSE BANK-DEBIT-FILE.
           CLOSE BORROWER-PAYMENTS-FILE.
           CLOSE DRAFT-REGISTER-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM LOANDRFT.
