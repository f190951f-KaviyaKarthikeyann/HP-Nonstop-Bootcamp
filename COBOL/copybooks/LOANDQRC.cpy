      ******************************************************************
      * LOANDQRC  - LOAN-COLLECTION-QUEUE record.  Indexed file keyed
      *             on DQ-LOAN-ACCT-NO, one record per loan that has
      *             ever gone past due.  LOANAGE builds and refreshes
      *             the queue nightly from the aging - bucket, days
      *             past due, the payment needed, and the collector
      *             assigned to the bucket.  Collectors work it through
      *             LOANDLQW, which records each contact and any
      *             promise to pay.  LOANPAY settles promises: a kept
      *             promise CLEARS the item; a broken one puts it back
      *             OPEN with the broken count and the priority raised.
      *
      *             Priority is worked highest first: ten per aging
      *             bucket past current, plus ten for every broken
      *             promise, held at 99.
      *
      *             A CLEARED item stays on file as the loan's last
      *             collection history and is re-opened by LOANAGE if
      *             the loan falls past due again.
      *
      * Mod history:
      *   2026-10-15  RJP  Collections queue record layout created.
      ******************************************************************
       01  LOAN-COLLECTION-QUEUE-RECORD.
           05  DQ-LOAN-ACCT-NO           PIC 9(10).
           05  DQ-STATUS                 PIC X(01).
               88  DQ-OPEN                      VALUE "O".
               88  DQ-PROMISED                  VALUE "P".
               88  DQ-CLEARED                   VALUE "C".
               88  DQ-IN-QUEUE                  VALUE "O" "P".
           05  DQ-BUCKET                 PIC 9(01).
           05  DQ-DAYS-PAST-DUE          PIC 9(05).
           05  DQ-NEXT-DUE-DATE          PIC 9(08).
           05  DQ-PAYMENT-DUE            COPY AMTFLD.
           05  DQ-PRIORITY               PIC 9(02).
           05  DQ-COLLECTOR-ID           PIC X(08).
           05  DQ-QUEUED-DATE            PIC 9(08).
           05  DQ-CONTACT-COUNT          PIC 9(03).
           05  DQ-LAST-CONTACT-DATE      PIC 9(08).
           05  DQ-LAST-OUTCOME           PIC X(02).
           05  DQ-PROMISE.
               10  DQ-PROMISE-AMOUNT     COPY AMTFLD.
               10  DQ-PROMISE-DATE       PIC 9(08).
               10  DQ-PROMISE-TAKEN-BY   PIC X(08).
               10  DQ-PROMISE-TAKEN-DATE PIC 9(08).
               10  DQ-PROMISE-PAID       COPY AMTFLD.
           05  DQ-BROKEN-COUNT           PIC 9(03).
           05  DQ-CLEARED-DATE           PIC 9(08).
           05  DQ-CLEAR-REASON           PIC X(01).
               88  DQ-CLEARED-KEPT              VALUE "K".
               88  DQ-CLEARED-CURED             VALUE "C".
               88  DQ-CLEARED-LOAN-ENDED        VALUE "X".
           05  FILLER                    PIC X(10).
