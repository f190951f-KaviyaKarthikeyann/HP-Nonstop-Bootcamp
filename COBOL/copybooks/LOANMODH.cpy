      ******************************************************************
      * LOANMODH  - LOAN-MODIFICATION-HISTORY record.  One record
      *             appended by LOANMOD for every modification that
      *             applies, carrying the loan's terms immediately
      *             before and immediately after the change, the
      *             operator who keyed it and how far behind the loan
      *             was at the time, so a restructuring can always be
      *             reconstructed and its later performance measured
      *             against the terms the borrower was given.  Shared
      *             by LOANMOD (writer) and LOANMDRP (reader).  Unlike
      *             the payment history this file is never cleared -
      *             it is the restructuring audit trail.
      *
      *             LOAN-MODIFICATION-HISTORY-FILE is LINE SEQUENTIAL,
      *             so the money fields are DISPLAY-usage numerics.
      *
      * Mod history:
      *   2026-10-15  RJP  Loan modification history record created.
      ******************************************************************
       01  LOAN-MODIFICATION-HISTORY-RECORD.
           05  LMH-LOAN-ACCT-NO          PIC 9(10).
           05  LMH-MOD-DATE              PIC 9(08).
           05  LMH-MOD-TYPE              PIC X(01).
               88  LMH-TERM-EXTENSION           VALUE "E".
               88  LMH-RATE-CHANGE              VALUE "R".
               88  LMH-CAPITALIZATION           VALUE "C".
               88  LMH-PAYMENT-DEFERRAL         VALUE "D".
           05  LMH-OPERATOR-ID           PIC X(08).
           05  LMH-STATUS-AT-MOD         PIC X(01).
           05  LMH-DAYS-PAST-DUE         PIC 9(05).
           05  LMH-PERIODS-CHANGED       PIC 9(03).
           05  LMH-CAPITALIZED-AMOUNT    PIC 9(9)V99.
           05  LMH-BEFORE-TERMS.
               10  LMH-OLD-RATE          PIC 9(3)V99.
               10  LMH-OLD-PERIODS-LEFT  PIC 9(03).
               10  LMH-OLD-PRINCIPAL     PIC 9(9)V99.
               10  LMH-OLD-INSTALLMENT   PIC 9(9)V99.
               10  LMH-OLD-NEXT-DUE-DATE PIC 9(08).
           05  LMH-AFTER-TERMS.
               10  LMH-NEW-RATE          PIC 9(3)V99.
               10  LMH-NEW-PERIODS-LEFT  PIC 9(03).
               10  LMH-NEW-PRINCIPAL     PIC 9(9)V99.
               10  LMH-NEW-INSTALLMENT   PIC 9(9)V99.
               10  LMH-NEW-NEXT-DUE-DATE PIC 9(08).
