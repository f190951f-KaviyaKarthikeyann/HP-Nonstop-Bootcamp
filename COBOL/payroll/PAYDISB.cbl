      *   2026-09-01  RJP  The paycheck stub and the deposit advice
      *                    now print the vacation and sick balances
      *                    carried on the widened payment extract.
      *   2026-10-08  RJP  An account the final-pay run CLOSED pays
      *                    by printed check with its own console
      *                    message instead of being reported as a
      *                    bank return.
      *   2026-10-09  RJP  State tax withheld prints on the deposit
      *                    advice, captioned with the work state;
      *                    history line widened to X(100) - RUNTOT
      *                    now also carries the state tax withheld.
      *   2026-10-12  RJP  Expense reimbursements paid with the net
      *                    print on their own line on the paycheck
      *                    stub and the deposit advice.
      *   2026-10-15  RJP  A void/reissue of a check the escheatment
      *                    run has remitted to the state is rejected
      *                    - the payee claims it from the state.
      *                    New register records start with no
      *                    letter or escheat date.
      *   2026-10-15  RJP  History line widened to X(114) - RUNTOT now
      *                    also carries the expense reimbursements paid.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYDISB.
       COPY BNKACREC.

       FD  RUN-TOTAL-HISTORY-FILE.
       01  RUN-TOTAL-HISTORY-LINE        PIC X(114).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           SET CHK-ISSUED TO TRUE.
           MOVE ZERO             TO CHK-REPLACED-BY.
           MOVE ZERO             TO CHK-CLEARED-DATE.
           MOVE ZERO             TO CHK-LETTER-DATE.
           MOVE ZERO             TO CHK-ESCHEAT-DATE.
           WRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-RECORDS-REJECTED
           MOVE CHK-AMOUNT     TO WS-CHK3-AMOUNT.
           MOVE WS-CHECK-LINE-3 TO PAYCHECK-PRINT-LINE.
           WRITE PAYCHECK-PRINT-LINE.
           IF NOT WS-VOID-REISSUE-RUN
              AND PX-EXPENSE-REIMB NOT = ZERO
               MOVE "EXPENSE REIMB   " TO WS-ADVM-CAPTION
               MOVE PX-EXPENSE-REIMB TO WS-ADVM-AMOUNT
               MOVE WS-ADVICE-MONEY-LINE TO PAYCHECK-PRINT-LINE
               WRITE PAYCHECK-PRINT-LINE
           END-IF.
           IF NOT WS-VOID-REISSUE-RUN
               MOVE PX-VAC-BALANCE  TO WS-LBL-VAC-HOURS
               MOVE PX-SICK-BALANCE TO WS-LBL-SICK-HOURS
               WHEN BA-PRENOTE-PENDING
                   PERFORM 2207-SEND-PRENOTE-RECORD
                   PERFORM 2100-ISSUE-ONE-CHECK
               WHEN BA-ACCOUNT-CLOSED
                   ADD 1 TO WS-NO-ACCOUNT-CHECKS
                   DISPLAY "PAYDISB - EMP " PX-EMP-ID
                       " BANK ACCOUNT CLOSED - CHECK CUT"
                   PERFORM 2100-ISSUE-ONE-CHECK
               WHEN OTHER
                   ADD 1 TO WS-NO-ACCOUNT-CHECKS
                   DISPLAY "PAYDISB - EMP " PX-EMP-ID
           MOVE "TAX WITHHELD    " TO WS-ADVM-CAPTION.
           MOVE PX-TAX-AMOUNT TO WS-ADVM-AMOUNT.
           PERFORM 2220-WRITE-ADVICE-MONEY-LINE.
           IF PX-STATE-TAX NOT = ZERO
               MOVE "STATE TAX       " TO WS-ADVM-CAPTION
               MOVE PX-WORK-STATE TO WS-ADVM-CAPTION(11:2)
               MOVE PX-STATE-TAX TO WS-ADVM-AMOUNT
               PERFORM 2220-WRITE-ADVICE-MONEY-LINE
           END-IF.
           MOVE "PROVIDENT FUND  " TO WS-ADVM-CAPTION.
           MOVE PX-PF-AMOUNT TO WS-ADVM-AMOUNT.
           PERFORM 2220-WRITE-ADVICE-MONEY-LINE.
               MOVE PX-GARN-AMOUNT TO WS-ADVM-AMOUNT
               PERFORM 2220-WRITE-ADVICE-MONEY-LINE
           END-IF.
           IF PX-EXPENSE-REIMB NOT = ZERO
               MOVE "EXPENSE REIMB   " TO WS-ADVM-CAPTION
               MOVE PX-EXPENSE-REIMB TO WS-ADVM-AMOUNT
               PERFORM 2220-WRITE-ADVICE-MONEY-LINE
           END-IF.
           MOVE "NET DEPOSITED   " TO WS-ADVM-CAPTION.
           MOVE PX-NET-PAY TO WS-ADVM-AMOUNT.
           PERFORM 2220-WRITE-ADVICE-MONEY-LINE.
                       DISPLAY "PAYDISB - VOID REJECTED - CHECK NO "
                           WS-VOID-CHECK-NO " ALREADY VOID"
                   ELSE
                       IF CHK-ESCHEATED
                           ADD 1 TO WS-RECORDS-REJECTED
                           DISPLAY "PAYDISB - VOID REJECTED - CHECK NO "
                               WS-VOID-CHECK-NO " ESCHEATED - PAYEE "
                               "CLAIMS FROM THE STATE"
                       ELSE
                           PERFORM 5200-REISSUE-ONE-CHECK
                       END-IF
                   END-IF
           END-READ.

           SET CHK-ISSUED TO TRUE.
           MOVE ZERO            TO CHK-REPLACED-BY.
           MOVE ZERO            TO CHK-CLEARED-DATE.
           MOVE ZERO            TO CHK-LETTER-DATE.
           MOVE ZERO            TO CHK-ESCHEAT-DATE.
           WRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-RECORDS-REJECTED
