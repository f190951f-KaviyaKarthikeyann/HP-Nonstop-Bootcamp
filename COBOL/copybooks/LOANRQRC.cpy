      ******************************************************************
      * LOANRQRC  - LOAN-REFERRAL-QUEUE record.  Indexed file
      *             (LOANREFQ) keyed on the application id, one
      *             record per application LOANDECN referred to an
      *             officer, carrying the application line as
      *             received and its DTI.  LOANREVW stamps the
      *             deciding officer and date when the referral is
      *             approved or declined, so the queue is its own
      *             audit trail; the segregation-of-duties review
      *             reads the decisions from here.
      *
      * Mod history:
      *   2026-10-15  RJP  Moved out of LOANDECN and LOANREVW so the
      *                    segregation-of-duties review can read the
      *                    officer decisions.
      ******************************************************************
       01  REFERRAL-QUEUE-RECORD.
           05  RQ-APP-ID                 PIC 9(10).
           05  RQ-APPLICATION-LINE       PIC X(80).
           05  RQ-DTI-PCT                PIC 9(3)V99.
           05  RQ-STATUS                 PIC X(01).
               88  RQ-PENDING                   VALUE "P".
               88  RQ-APPROVED                  VALUE "A".
               88  RQ-DECLINED                  VALUE "D".
           05  RQ-DECIDED-BY             PIC X(08).
           05  RQ-DECIDED-DATE           PIC 9(08).
