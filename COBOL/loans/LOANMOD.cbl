      ******************************************************************
      * PROGRAM:      LOANMOD
      * AUTHOR:       R. J. PILLAI - LOAN SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Loan modification and restructuring, behind
      *               SIGNON with maintain authority.  Until now a
      *               borrower in hardship could only be aged, fined
      *               and eventually charged off.  Each LOANMODT
      *               transaction applies one modification to an
      *               open or NON-ACCRUAL loan:
      *                   E  term extension - periods added to the
      *                      term and to the periods remaining
      *                   R  rate change - the new periodic rate,
      *                      fixed from then on so the next
      *                      repricing run cannot undo it
      *                   C  capitalization of arrears - the
      *                      interest on every installment already
      *                      past due is folded into principal
      *                   D  payment deferral - the next installments
      *                      are skipped and fall in at the end
      *               Every modification brings the loan current -
      *               the next due date is reset to the first due
      *               date after the run date (plus the deferred
      *               periods for a deferral) - and the installment
      *               is recomputed on the outstanding principal over
      *               the periods remaining through the shared
      *               ANNUITP routine.  The loan is flagged as
      *               restructured for regulatory reporting, a
      *               LOANMODH history record keeps the before and
      *               after terms, a capitalization posts its GL
      *               legs through a GLBATCH batch, and every
      *               transaction prints on the modification
      *               register, applied or rejected.  A NON-ACCRUAL
      *               loan stays NON-ACCRUAL - a restructure does not
      *               earn its way back onto accrual by itself.
      *
      *               LOANMODT transaction line (fixed column):
      *                   1-10   loan account number
      *                   11     modification type E/R/C/D
      *                   12-14  periods 9(3) - E extension, D
      *                          installments deferred
      *                   15-19  new periodic rate 9(3)V99 digits - R
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original loan modification program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANMOD.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODIFICATION-TRANS-FILE ASSIGN TO "LOANMODT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANMODT-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ACCT-NO
               FILE STATUS IS WS-LOANMAST-STATUS.

           SELECT LOAN-MODIFICATION-HISTORY-FILE ASSIGN TO "LOANMODH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANMODH-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO "GLTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLTRANS-STATUS.

           SELECT MODIFICATION-REGISTER-FILE ASSIGN TO "LOANMDRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MODIFICATION-TRANS-FILE.
       01  MODIFICATION-TRANS-LINE       PIC X(80).

       FD  LOAN-MASTER-FILE.
       COPY LOANMREC.

       FD  LOAN-MODIFICATION-HISTORY-FILE.
       COPY LOANMODH.

       FD  GL-TRANSACTION-FILE.
       COPY GLTRANRC.

       FD  MODIFICATION-REGISTER-FILE.
       01  MODIFICATION-REGISTER-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-LOANMODT-STATUS        PIC X(02) VALUE "00".
           05  WS-LOANMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-LOANMODH-STATUS        PIC X(02) VALUE "00".
           05  WS-GLTRANS-STATUS         PIC X(02) VALUE "00".
           05  WS-REGISTER-STATUS        PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".

       COPY SIGNONW.

       COPY ANNUITW.

       COPY GLBATW.

       01  WS-GL-FEED-ACCOUNTS.
           05  WS-GL-INT-INCOME-ACCT     PIC 9(06) VALUE 410100.
           05  WS-GL-LOANS-RECV-ACCT     PIC 9(06) VALUE 130100.

      * A deferral longer than a year is a workout, not a deferral,
      * and goes to the credit committee instead.
       01  WS-MAX-DEFERRAL-PERIODS       PIC 9(03) VALUE 12.

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-APPLIED        PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-REJECTED       PIC 9(9) COMP VALUE ZERO.
           05  WS-TOTAL-CAPITALIZED      PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-TOTAL-CHANGE           PIC S9(11)V99 COMP-3
                                         VALUE ZERO.

       01  WS-TRANSACTION-FIELDS.
           05  WS-TRN-ACCT-NO            PIC 9(10).
           05  WS-TRN-MOD-TYPE           PIC X(01).
               88  WS-TRN-IS-EXTENSION          VALUE "E".
               88  WS-TRN-IS-RATE-CHANGE        VALUE "R".
               88  WS-TRN-IS-CAPITALIZATION     VALUE "C".
               88  WS-TRN-IS-DEFERRAL           VALUE "D".
           05  WS-TRN-PERIODS-X          PIC X(03).
           05  WS-TRN-PERIODS REDEFINES WS-TRN-PERIODS-X
                                         PIC 9(03).
           05  WS-TRN-RATE-X             PIC X(05).
           05  WS-TRN-RATE REDEFINES WS-TRN-RATE-X
                                         PIC 9(03)V99.

       01  WS-CURRENT-DATE               PIC 9(08).
       01  WS-RUN-DAY-NO                 PIC 9(07).
       01  WS-DUE-DAY-NO                 PIC 9(07).
       01  WS-DAYS-PAST-DUE              PIC S9(05).
       01  WS-MISSED-PERIODS             PIC 9(03).
       01  WS-DEFERRED-SUB               PIC 9(03).
       01  WS-CAPITALIZED-INTEREST       PIC S9(9)V99 COMP-3.
       01  WS-INSTALLMENT-CHANGE         PIC S9(9)V99 COMP-3.

       01  WS-DUE-DATE-FIELDS.
           05  WS-DUE-DATE.
               10  WS-DUE-YYYY           PIC 9(4).
               10  WS-DUE-MM             PIC 9(2).
               10  WS-DUE-DD             PIC 9(2).

       01  WS-REGISTER-HEADING-1.
           05  FILLER                    PIC X(40) VALUE
               "LOAN MODIFICATION REGISTER".
           05  FILLER                    PIC X(10) VALUE "RUN DATE ".
           05  WS-HDG-RUN-DATE           PIC 9(08).
           05  FILLER                    PIC X(12) VALUE
               "  OPERATOR ".
           05  WS-HDG-OPERATOR           PIC X(08).

       01  WS-REGISTER-HEADING-2.
           05  FILLER                    PIC X(12) VALUE "ACCOUNT".
           05  FILLER                    PIC X(14) VALUE "MODIFICATION".
           05  FILLER                    PIC X(15) VALUE
               "OLD/NEW RATE".
           05  FILLER                    PIC X(10) VALUE "TERM LEFT".
           05  FILLER                    PIC X(31) VALUE
               "OLD/NEW INSTALLMENT".
           05  FILLER                    PIC X(10) VALUE "NEXT DUE".
           05  FILLER                    PIC X(40) VALUE "RESULT".

       01  WS-REGISTER-DETAIL-LINE.
           05  WS-REG-ACCT-NO            PIC Z(9)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-REG-MOD-TYPE           PIC X(12).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-REG-OLD-RATE           PIC ZZ9.99.
           05  FILLER                    PIC X(01) VALUE "/".
           05  WS-REG-NEW-RATE           PIC ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-REG-OLD-PERIODS        PIC ZZ9.
           05  FILLER                    PIC X(01) VALUE "/".
           05  WS-REG-NEW-PERIODS        PIC ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-REG-OLD-INSTALLMENT    PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(01) VALUE "/".
           05  WS-REG-NEW-INSTALLMENT    PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-REG-NEXT-DUE           PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-REG-RESULT             PIC X(40).

       01  WS-CAPITALIZED-LINE.
           05  FILLER                    PIC X(12) VALUE SPACES.
           05  FILLER                    PIC X(24) VALUE
               "ARREARS CAPITALIZED   : ".
           05  WS-CAP-AMOUNT             PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(12) VALUE
               "  PERIODS : ".
           05  WS-CAP-PERIODS            PIC ZZ9.

       01  WS-CONTROL-TOTAL-LINE.
           05  FILLER                    PIC X(30) VALUE
               "TOTAL ARREARS CAPITALIZED  : ".
           05  WS-CTL-CAPITALIZED        PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                    PIC X(30) VALUE
               "   TOTAL INSTALLMENT CHANGE: ".
           05  WS-CTL-CHANGE             PIC -$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-PROCESS-TRANSACTIONS
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE).
           SET SO-REQUEST-SIGNON TO TRUE.
           CALL "SIGNON" USING WS-SIGNON-PARAMETERS.
           IF SO-SIGNON-FAILED
               DISPLAY "LOANMOD - SIGN-ON FAILED - ENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF SO-INQUIRE-ONLY
               SET SO-REQUEST-VIOLATION TO TRUE
               MOVE "LOANMOD MODIFICATION REFUSED - INQUIRE ONLY"
                   TO SO-VIOLATION-TEXT
               CALL "SIGNON" USING WS-SIGNON-PARAMETERS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MODIFICATION-TRANS-FILE.
           OPEN I-O LOAN-MASTER-FILE.
           IF WS-LOANMAST-STATUS NOT = "00"
               DISPLAY "LOANMOD - CANNOT OPEN LOANMAST LOAN MASTER - "
                   "STATUS " WS-LOANMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND LOAN-MODIFICATION-HISTORY-FILE.
           IF WS-LOANMODH-STATUS = "35"
               OPEN OUTPUT LOAN-MODIFICATION-HISTORY-FILE
           END-IF.
           OPEN EXTEND GL-TRANSACTION-FILE.
           IF WS-GLTRANS-STATUS = "35"
               OPEN OUTPUT GL-TRANSACTION-FILE
           END-IF.
           OPEN OUTPUT MODIFICATION-REGISTER-FILE.
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
           MOVE SO-OPERATOR-ID TO WS-HDG-OPERATOR.
           MOVE WS-REGISTER-HEADING-1 TO MODIFICATION-REGISTER-LINE.
           WRITE MODIFICATION-REGISTER-LINE.
           MOVE WS-REGISTER-HEADING-2 TO MODIFICATION-REGISTER-LINE.
           WRITE MODIFICATION-REGISTER-LINE.
           MOVE "MD" TO GBH-BATCH-ID(1:2).
           MOVE WS-CURRENT-DATE(3:6) TO GBH-BATCH-ID(3:6).
           MOVE WS-CURRENT-DATE TO GBH-BATCH-DATE.
           MOVE "LOANMOD" TO GBH-SOURCE.
           PERFORM 7900-OPEN-GL-BATCH.
       1000-EXIT.
           EXIT.

       2000-PROCESS-TRANSACTIONS.
           READ MODIFICATION-TRANS-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 2100-PARSE-TRANSACTION
                   PERFORM 3000-APPLY-MODIFICATION
                       THRU 3000-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

       2100-PARSE-TRANSACTION.
           MOVE MODIFICATION-TRANS-LINE(1:10) TO WS-TRN-ACCT-NO.
           MOVE MODIFICATION-TRANS-LINE(11:1) TO WS-TRN-MOD-TYPE.
           MOVE MODIFICATION-TRANS-LINE(12:3) TO WS-TRN-PERIODS-X.
           MOVE MODIFICATION-TRANS-LINE(15:5) TO WS-TRN-RATE-X.
           MOVE WS-TRN-ACCT-NO TO WS-REG-ACCT-NO.
           EVALUATE TRUE
               WHEN WS-TRN-IS-EXTENSION
                   MOVE "TERM EXTEND" TO WS-REG-MOD-TYPE
               WHEN WS-TRN-IS-RATE-CHANGE
                   MOVE "RATE CHANGE" TO WS-REG-MOD-TYPE
               WHEN WS-TRN-IS-CAPITALIZATION
                   MOVE "CAPITALIZE" TO WS-REG-MOD-TYPE
               WHEN WS-TRN-IS-DEFERRAL
                   MOVE "DEFERRAL" TO WS-REG-MOD-TYPE
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-REG-MOD-TYPE
           END-EVALUATE.
           MOVE ZERO TO WS-REG-OLD-RATE.
           MOVE ZERO TO WS-REG-NEW-RATE.
           MOVE ZERO TO WS-REG-OLD-PERIODS.
           MOVE ZERO TO WS-REG-NEW-PERIODS.
           MOVE ZERO TO WS-REG-OLD-INSTALLMENT.
           MOVE ZERO TO WS-REG-NEW-INSTALLMENT.
           MOVE ZERO TO WS-REG-NEXT-DUE.

      * ================================================================
      * 3000-APPLY-MODIFICATION - the transaction is proved against
      *                           the master before anything moves;
      *                           the before terms go into the
      *                           history record first, the change
      *                           is applied, the loan is brought
      *                           current and re-amortized, and only
      *                           then is the master rewritten.
      * ================================================================
       3000-APPLY-MODIFICATION.
           IF NOT WS-TRN-IS-EXTENSION
              AND NOT WS-TRN-IS-RATE-CHANGE
              AND NOT WS-TRN-IS-CAPITALIZATION
              AND NOT WS-TRN-IS-DEFERRAL
               MOVE "REJECTED - INVALID MODIFICATION TYPE"
                   TO WS-REG-RESULT
               PERFORM 8100-WRITE-REJECT-LINE
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-TRN-ACCT-NO TO LM-LOAN-ACCT-NO.
           READ LOAN-MASTER-FILE
               INVALID KEY
                   MOVE "REJECTED - LOAN NOT ON MASTER"
                       TO WS-REG-RESULT
                   PERFORM 8100-WRITE-REJECT-LINE
                   GO TO 3000-EXIT
           END-READ.
           IF NOT LM-OPEN AND NOT LM-NON-ACCRUAL
               MOVE "REJECTED - LOAN CLOSED OR CHARGED OFF"
                   TO WS-REG-RESULT
               PERFORM 8100-WRITE-REJECT-LINE
               GO TO 3000-EXIT
           END-IF.
           MOVE LM-INTEREST TO WS-REG-OLD-RATE.
           MOVE LM-PERIODS-REMAINING TO WS-REG-OLD-PERIODS.
           MOVE LM-INSTALLMENT TO WS-REG-OLD-INSTALLMENT.
           PERFORM 3100-EDIT-MODIFICATION.
           IF WS-REG-RESULT NOT = SPACES
               PERFORM 8100-WRITE-REJECT-LINE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3200-SAVE-BEFORE-TERMS.
           EVALUATE TRUE
               WHEN WS-TRN-IS-EXTENSION
                   ADD WS-TRN-PERIODS TO LM-PERIODS-REMAINING
                   ADD WS-TRN-PERIODS TO LM-PERIOD
               WHEN WS-TRN-IS-RATE-CHANGE
                   MOVE WS-TRN-RATE TO LM-INTEREST
                   SET LM-RATE-FIXED TO TRUE
               WHEN WS-TRN-IS-CAPITALIZATION
                   PERFORM 3300-CAPITALIZE-ARREARS
           END-EVALUATE.
           MOVE WS-DUE-DATE TO LM-NEXT-DUE-DATE.
           IF WS-TRN-IS-DEFERRAL
               PERFORM 7100-ADVANCE-WORK-DUE-DATE
                   VARYING WS-DEFERRED-SUB FROM 1 BY 1
                   UNTIL WS-DEFERRED-SUB > WS-TRN-PERIODS
               MOVE WS-DUE-DATE TO LM-NEXT-DUE-DATE
           END-IF.
           MOVE LM-OUTSTANDING-PRINCIPAL TO AN-PRINCIPAL.
           MOVE LM-INTEREST TO AN-RATE-PCT.
           MOVE LM-PERIODS-REMAINING TO AN-PERIODS.
           MOVE LM-TYPE TO AN-LOAN-TYPE.
           PERFORM 7800-COMPUTE-INSTALLMENT.
           MOVE AN-INSTALLMENT TO LM-INSTALLMENT.
           SET LM-RESTRUCTURED TO TRUE.
           MOVE WS-CURRENT-DATE TO LM-LAST-MOD-DATE.
           REWRITE LOAN-MASTER-RECORD.
           PERFORM 3400-WRITE-HISTORY-RECORD.
           ADD 1 TO WS-RECORDS-APPLIED.
           COMPUTE WS-INSTALLMENT-CHANGE =
               LM-INSTALLMENT - LMH-OLD-INSTALLMENT.
           ADD WS-INSTALLMENT-CHANGE TO WS-TOTAL-CHANGE.
           MOVE LM-INTEREST TO WS-REG-NEW-RATE.
           MOVE LM-PERIODS-REMAINING TO WS-REG-NEW-PERIODS.
           MOVE LM-INSTALLMENT TO WS-REG-NEW-INSTALLMENT.
           MOVE LM-NEXT-DUE-DATE TO WS-REG-NEXT-DUE.
           MOVE "APPLIED - LOAN RESTRUCTURED" TO WS-REG-RESULT.
           PERFORM 8000-WRITE-REGISTER-LINE.
           IF WS-TRN-IS-CAPITALIZATION
               MOVE WS-CAPITALIZED-INTEREST TO WS-CAP-AMOUNT
               MOVE WS-MISSED-PERIODS TO WS-CAP-PERIODS
               MOVE WS-CAPITALIZED-LINE TO MODIFICATION-REGISTER-LINE
               WRITE MODIFICATION-REGISTER-LINE
           END-IF.
       3000-EXIT.
           EXIT.

      * ================================================================
      * 3100-EDIT-MODIFICATION - counts the installments already past
      *                          due (leaving WS-DUE-DATE on the
      *                          first due date after the run date)
      *                          and proves the transaction's own
      *                          fields.  Any failure leaves its
      *                          reason in WS-REG-RESULT.
      * ================================================================
       3100-EDIT-MODIFICATION.
           MOVE SPACES TO WS-REG-RESULT.
           COMPUTE WS-DUE-DAY-NO =
               FUNCTION INTEGER-OF-DATE (LM-NEXT-DUE-DATE).
           COMPUTE WS-DAYS-PAST-DUE =
               WS-RUN-DAY-NO - WS-DUE-DAY-NO.
           IF WS-DAYS-PAST-DUE < ZERO
               MOVE ZERO TO WS-DAYS-PAST-DUE
           END-IF.
           MOVE LM-NEXT-DUE-DATE TO WS-DUE-DATE.
           MOVE ZERO TO WS-MISSED-PERIODS.
           PERFORM 3110-COUNT-ONE-MISSED-PERIOD
               UNTIL WS-DUE-DATE NOT < WS-CURRENT-DATE.
           EVALUATE TRUE
               WHEN WS-TRN-IS-EXTENSION
                   IF WS-TRN-PERIODS-X IS NOT NUMERIC
                      OR WS-TRN-PERIODS = ZERO
                       MOVE "REJECTED - EXTENSION PERIODS MISSING"
                           TO WS-REG-RESULT
                   ELSE
                       IF LM-PERIOD + WS-TRN-PERIODS > 999
                           MOVE "REJECTED - TERM WOULD EXCEED 999"
                               TO WS-REG-RESULT
                       END-IF
                   END-IF
               WHEN WS-TRN-IS-RATE-CHANGE
                   IF WS-TRN-RATE-X IS NOT NUMERIC
                       MOVE "REJECTED - NEW RATE MISSING"
                           TO WS-REG-RESULT
                   END-IF
               WHEN WS-TRN-IS-CAPITALIZATION
                   IF LM-NON-ACCRUAL
                       MOVE "REJECTED - NON-ACCRUAL CANNOT CAPITALIZE"
                           TO WS-REG-RESULT
                   ELSE
                       IF WS-MISSED-PERIODS = ZERO
                           MOVE "REJECTED - NO ARREARS TO CAPITALIZE"
                               TO WS-REG-RESULT
                       END-IF
                   END-IF
               WHEN WS-TRN-IS-DEFERRAL
                   IF WS-TRN-PERIODS-X IS NOT NUMERIC
                      OR WS-TRN-PERIODS = ZERO
                       MOVE "REJECTED - DEFERRAL PERIODS MISSING"
                           TO WS-REG-RESULT
                   ELSE
                       IF WS-TRN-PERIODS > WS-MAX-DEFERRAL-PERIODS
                           MOVE "REJECTED - DEFERRAL OVER 12 PERIODS"
                               TO WS-REG-RESULT
                       END-IF
                   END-IF
           END-EVALUATE.
           IF WS-REG-RESULT = SPACES
              AND LM-PERIODS-REMAINING = ZERO
              AND NOT WS-TRN-IS-EXTENSION
               MOVE "REJECTED - NO TERM LEFT - EXTEND FIRST"
                   TO WS-REG-RESULT
           END-IF.

       3110-COUNT-ONE-MISSED-PERIOD.
           ADD 1 TO WS-MISSED-PERIODS.
           PERFORM 7100-ADVANCE-WORK-DUE-DATE.

       3200-SAVE-BEFORE-TERMS.
           MOVE LM-LOAN-ACCT-NO          TO LMH-LOAN-ACCT-NO.
           MOVE WS-CURRENT-DATE          TO LMH-MOD-DATE.
           MOVE WS-TRN-MOD-TYPE          TO LMH-MOD-TYPE.
           MOVE SO-OPERATOR-ID           TO LMH-OPERATOR-ID.
           MOVE LM-STATUS                TO LMH-STATUS-AT-MOD.
           MOVE WS-DAYS-PAST-DUE         TO LMH-DAYS-PAST-DUE.
           IF WS-TRN-IS-EXTENSION OR WS-TRN-IS-DEFERRAL
               MOVE WS-TRN-PERIODS       TO LMH-PERIODS-CHANGED
           ELSE
               MOVE ZERO                 TO LMH-PERIODS-CHANGED
           END-IF.
           MOVE ZERO                     TO LMH-CAPITALIZED-AMOUNT.
           MOVE LM-INTEREST              TO LMH-OLD-RATE.
           MOVE LM-PERIODS-REMAINING     TO LMH-OLD-PERIODS-LEFT.
           MOVE LM-OUTSTANDING-PRINCIPAL TO LMH-OLD-PRINCIPAL.
           MOVE LM-INSTALLMENT           TO LMH-OLD-INSTALLMENT.
           MOVE LM-NEXT-DUE-DATE         TO LMH-OLD-NEXT-DUE-DATE.

      * ================================================================
      * 3300-CAPITALIZE-ARREARS - no payment has come in for the
      *                           missed periods, so the principal
      *                           has not moved and each one's
      *                           unpaid interest is the periodic
      *                           rate on today's balance.  None of
      *                           it was ever booked, so it goes to
      *                           the loan receivable and to income
      *                           together.
      * ================================================================
       3300-CAPITALIZE-ARREARS.
           COMPUTE WS-CAPITALIZED-INTEREST ROUNDED =
               LM-OUTSTANDING-PRINCIPAL * LM-INTEREST / 100
               * WS-MISSED-PERIODS.
           ADD WS-CAPITALIZED-INTEREST TO LM-OUTSTANDING-PRINCIPAL.
           MOVE WS-CAPITALIZED-INTEREST TO LMH-CAPITALIZED-AMOUNT.
           ADD WS-CAPITALIZED-INTEREST TO WS-TOTAL-CAPITALIZED.
           IF WS-CAPITALIZED-INTEREST NOT = ZERO
               MOVE WS-GL-LOANS-RECV-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-DEBIT TO TRUE
               MOVE WS-CAPITALIZED-INTEREST TO GL-TRANS-AMOUNT
               MOVE "CAPITALIZED INT" TO GL-TRANS-DESC
               MOVE WS-CURRENT-DATE TO GL-TRANS-DATE
               PERFORM 7910-WRITE-GL-BATCH-DETAIL
               MOVE WS-GL-INT-INCOME-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-CREDIT TO TRUE
               MOVE WS-CAPITALIZED-INTEREST TO GL-TRANS-AMOUNT
               MOVE "CAPITALIZED INT" TO GL-TRANS-DESC
               MOVE WS-CURRENT-DATE TO GL-TRANS-DATE
               PERFORM 7910-WRITE-GL-BATCH-DETAIL
           END-IF.

       3400-WRITE-HISTORY-RECORD.
           MOVE LM-INTEREST              TO LMH-NEW-RATE.
           MOVE LM-PERIODS-REMAINING     TO LMH-NEW-PERIODS-LEFT.
           MOVE LM-OUTSTANDING-PRINCIPAL TO LMH-NEW-PRINCIPAL.
           MOVE LM-INSTALLMENT           TO LMH-NEW-INSTALLMENT.
           MOVE LM-NEXT-DUE-DATE         TO LMH-NEW-NEXT-DUE-DATE.
           WRITE LOAN-MODIFICATION-HISTORY-RECORD.

       7100-ADVANCE-WORK-DUE-DATE.
           IF WS-DUE-MM = 12
               MOVE 01 TO WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY
           ELSE
               ADD 1 TO WS-DUE-MM
           END-IF.

       8000-WRITE-REGISTER-LINE.
           MOVE WS-REGISTER-DETAIL-LINE TO MODIFICATION-REGISTER-LINE.
           WRITE MODIFICATION-REGISTER-LINE.

       8100-WRITE-REJECT-LINE.
           ADD 1 TO WS-RECORDS-REJECTED.
           PERFORM 8000-WRITE-REGISTER-LINE.

       9000-TERMINATE.
           PERFORM 7950-CLOSE-GL-BATCH.
           MOVE WS-TOTAL-CAPITALIZED TO WS-CTL-CAPITALIZED.
           MOVE WS-TOTAL-CHANGE TO WS-CTL-CHANGE.
           MOVE WS-CONTROL-TOTAL-LINE TO MODIFICATION-REGISTER-LINE.
           WRITE MODIFICATION-REGISTER-LINE.
           DISPLAY "LOAN MODIFICATION - END OF JOB SUMMARY".
           DISPLAY "  RECORDS READ       : " WS-RECORDS-READ.
           DISPLAY "  RECORDS APPLIED    : " WS-RECORDS-APPLIED.
           DISPLAY "  RECORDS REJECTED   : " WS-RECORDS-REJECTED.
           DISPLAY "  TOTAL CAPITALIZED  : " WS-TOTAL-CAPITALIZED.
           DISPLAY "  INSTALLMENT CHANGE : " WS-TOTAL-CHANGE.
           CLOSE MODIFICATION-TRANS-FILE.
           CLOSE LOAN-MASTER-FILE.
           CLOSE LOAN-MODIFICATION-HISTORY-FILE.
           CLOSE GL-TRANSACTION-FILE.
           CLOSE MODIFICATION-REGISTER-FILE.
       9000-EXIT.
           EXIT.

       COPY ANNUITP.

       COPY GLBATP.

       END PROGRAM LOANMOD.
