      *                    loan currency and out at the current
      *                    rate.  The rate the revaluation last
      *                    applied sits beside it.
      *   2026-10-15  RJP  Added the restructured flag and the date of
      *                    the last modification out of the reserved
      *                    FILLER for the LOANMOD modification
      *                    program.  The flag stays set for the life
      *                    of the loan - a restructured loan is
      *                    reported as one until it closes.
      ******************************************************************
       01  LOAN-MASTER-RECORD.
           05  LM-LOAN-ACCT-NO           PIC 9(10).
           05  LM-LAST-ACCRUAL-DATE      PIC 9(08).
           05  LM-BOOKED-RATE            PIC 9(3)V9(6).
           05  LM-REVAL-RATE             PIC 9(3)V9(6).
           05  LM-RESTRUCTURED-FLAG      PIC X(01).
               88  LM-RESTRUCTURED              VALUE "Y".
           05  LM-LAST-MOD-DATE          PIC 9(08).
