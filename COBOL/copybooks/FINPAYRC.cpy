      ******************************************************************
      * FINPAYRC  - FINAL-PAY request record.  Indexed file keyed on
      *             FP-EMP-ID, one record per terminated employee,
      *             opened PENDING by the employee maintenance
      *             program when it applies a termination and carrying
      *             the last day worked.  The final-pay run works
      *             every PENDING request - last partial period,
      *             vacation payout, final garnishment take and
      *             release, forced printed check, bank account
      *             closed - and marks it ISSUED with the figures
      *             and the check number, so a request is paid once
      *             and the deadline record stays on file.
      *
      * Mod history:
      *   2026-10-08  RJP  Final pay request record layout created.
      *   2026-10-09  RJP  FP-STATE-TAX carved from FILLER for the
      *                    state tax withheld on the final check.
      ******************************************************************
       01  FINAL-PAY-RECORD.
           05  FP-EMP-ID                 PIC 9(10).
           05  FP-TERM-DATE              PIC 9(08).
           05  FP-REQUEST-DATE           PIC 9(08).
           05  FP-STATUS                 PIC X(01).
               88  FP-PENDING                   VALUE "P".
               88  FP-ISSUED                    VALUE "I".
           05  FP-DUE-DATE               PIC 9(08).
           05  FP-ISSUE-DATE             PIC 9(08).
           05  FP-CHECK-NO               PIC 9(10).
           05  FP-PARTIAL-GROSS          COPY AMTFLD.
           05  FP-VAC-HOURS-PAID         PIC S9(5)V99 COMP-3.
           05  FP-VAC-PAYOUT             COPY AMTFLD.
           05  FP-TAX-AMOUNT             COPY AMTFLD.
           05  FP-GARN-AMOUNT            COPY AMTFLD.
           05  FP-NET-PAY                COPY AMTFLD.
           05  FP-STATE-TAX              COPY AMTFLD.
           05  FILLER                    PIC X(04).
