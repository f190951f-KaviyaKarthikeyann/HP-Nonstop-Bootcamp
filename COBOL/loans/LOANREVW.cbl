      *
      * MOD HISTORY:
      *   2026-09-01  RJP  Original referral review program.
      *   2026-10-15  RJP  Referral queue record moved to the LOANRQRC
      *                    copybook for the segregation-of-duties
      *                    review.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANREVW.
       DATA DIVISION.
       FILE SECTION.
       FD  REFERRAL-QUEUE-FILE.
       COPY LOANRQRC.

       FD  APPROVED-APPLICATION-FILE.
       01  APPROVED-APPLICATION-LINE     PIC X(80).
