      ******************************************************************
      * LOANYREC  - LOAN-YTD-RECORD.  Indexed file keyed on the loan
      *             account number and the calendar year, one record
      *             per loan per year, carrying the running totals the
      *             year-end borrower interest statement reports:
      *             interest and late fees paid (added by LOANPAY as
      *             each payment posts, taken back out by LOANDRTN
      *             when an autopay draft returns) and property tax
      *             paid from escrow (added by ESCDISB as each tax bill
      *             pays).  The payment history is cleared every
      *             statement cycle, so these totals are the only
      *             record of the year - the same arrangement YTDCTL
      *             gives payroll.  The year is the year the money
      *             moved (payment date, bill paid date), not the
      *             year the installment fell due.  Records for past
      *             years stay on file so a corrected statement can be
      *             reissued after the filing.
      *
      *             LOANYEND stamps the statement status each time it
      *             issues the year's statement: ISSUED by the annual
      *             run, CORRECTED by a correction run.
      *
      * Mod history:
      *   2026-10-15  RJP  Loan year-to-date record layout created.
      ******************************************************************
       01  LOAN-YTD-RECORD.
           05  LY-KEY.
               10  LY-LOAN-ACCT-NO       PIC 9(10).
               10  LY-TAX-YEAR           PIC 9(04).
           05  LY-INTEREST-PAID          COPY AMTFLD.
           05  LY-FEES-PAID              COPY AMTFLD.
           05  LY-TAX-DISBURSED          COPY AMTFLD.
           05  LY-LAST-UPDATE-DATE       PIC 9(08).
           05  LY-STATEMENT-STATUS       PIC X(01).
               88  LY-STATEMENT-NOT-ISSUED      VALUE SPACE.
               88  LY-STATEMENT-ISSUED          VALUE "I".
               88  LY-STATEMENT-CORRECTED       VALUE "C".
           05  LY-STATEMENT-DATE         PIC 9(08).
           05  FILLER                    PIC X(10).
