      *                    split three ways.  Operations clears the
      *                    file each cycle, so no old-layout records
      *                    survive a statement run.
      *   2026-10-15  RJP  Carries an entry type: a returned autopay
      *                    draft is appended by LOANDRTN as a
      *                    REVERSAL of the payment it produced, with
      *                    the same amounts, and the statement nets
      *                    it out.  Cleared each cycle as before.
      ******************************************************************
       01  LOAN-PAYMENT-HISTORY-RECORD.
           05  LP-LOAN-ACCT-NO           PIC 9(10).
           05  LP-INTEREST-PORTION       PIC 9(9)V99.
           05  LP-PRINCIPAL-PORTION      PIC 9(9)V99.
           05  LP-ESCROW-PORTION         PIC 9(9)V99.
           05  LP-ENTRY-TYPE             PIC X(01).
               88  LP-PAYMENT-ENTRY             VALUE SPACE.
               88  LP-REVERSAL-ENTRY            VALUE "R".
