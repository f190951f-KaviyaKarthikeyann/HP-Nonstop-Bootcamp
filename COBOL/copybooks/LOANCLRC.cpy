      ******************************************************************
      * LOANCLRC  - LOAN-CONTACT-LOG record.  One record appended for
      *             every collection contact attempt recorded through
      *             LOANDLQW, and one by LOANPAY each time it settles a
      *             promise to pay as KEPT or BROKEN - the settlement
      *             carries the collector who took the promise, so the
      *             supervisor report (LOANDLQR) can credit it.  Unlike
      *             the payment history this log is not cleared each
      *             cycle; operations archives it at year end.
      *
      *             LOAN-CONTACT-LOG-FILE is LINE SEQUENTIAL, so the
      *             money fields are DISPLAY-usage numerics.
      *
      * Mod history:
      *   2026-10-15  RJP  Collection contact log record created.
      ******************************************************************
       01  LOAN-CONTACT-LOG-RECORD.
           05  CN-LOAN-ACCT-NO           PIC 9(10).
           05  CN-CONTACT-DATE           PIC 9(08).
           05  CN-COLLECTOR-ID           PIC X(08).
           05  CN-OUTCOME                PIC X(02).
               88  CN-NO-ANSWER                 VALUE "NA".
               88  CN-LEFT-MESSAGE              VALUE "LM".
               88  CN-WRONG-NUMBER              VALUE "WN".
               88  CN-RIGHT-PARTY               VALUE "RP".
               88  CN-REFUSED-TO-PAY            VALUE "RF".
               88  CN-PROMISE-MADE              VALUE "PP".
               88  CN-PROMISE-KEPT              VALUE "PK".
               88  CN-PROMISE-BROKEN            VALUE "PB".
               88  CN-COLLECTOR-OUTCOME         VALUE "NA" "LM" "WN"
                                                      "RP" "RF" "PP".
           05  CN-PROMISE-AMOUNT         PIC 9(9)V99.
           05  CN-PROMISE-DATE           PIC 9(08).
           05  CN-NOTE                   PIC X(40).
