      *
      * MOD HISTORY:
      *   2026-09-01  RJP  Original credit decisioning program.
      *   2026-10-15  RJP  Referral queue record moved to the LOANRQRC
      *                    copybook for the segregation-of-duties
      *                    review.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANDECN.
       01  APPROVED-APPLICATION-LINE     PIC X(80).

       FD  REFERRAL-QUEUE-FILE.
       COPY LOANRQRC.

       FD  DECISION-REGISTER-FILE.
       01  DECISION-REGISTER-LINE        PIC X(132).
