      *                    taken under the old layout cannot restart
      *                    under this one; rerun from the top
      *                    instead.
      *   2026-10-09  RJP  Added the state tax grand total and the
      *                    per-state accumulator slots (state code
      *                    and tax withheld) behind the state
      *                    withholding GL legs.  A checkpoint taken
      *                    under the old layout cannot restart under
      *                    this one; rerun from the top instead.
      *   2026-10-12  RJP  Added the expense reimbursement grand total
      *                    and the per-account accumulator slots
      *                    (expense GL account and amount) behind
      *                    the reimbursement debit legs.  A
      *                    checkpoint taken under the old layout
      *                    cannot restart under this one; rerun from
      *                    the top instead.
      *   2026-10-15  RJP  The per-department slots grow to the
      *                    thirty the DEPARTMENT-MASTER table holds
      *                    and carry their department code, which a
      *                    restart checks against the reloaded
      *                    table.  A checkpoint taken under the old
      *                    layout cannot restart under this one;
      *                    rerun from the top instead.
      ******************************************************************
       01  PAYROLL-CHECKPOINT-RECORD.
           05  CKPT-LAST-EMP-ID          PIC 9(10).
           05  CKPT-GRAND-INS            PIC S9(11)V99 COMP-3.
           05  CKPT-GRAND-GARN           PIC S9(11)V99 COMP-3.
           05  CKPT-DEPT-ACCUMULATORS.
               10  CKPT-DEPT-ACCUM-ENTRY OCCURS 30 TIMES.
                   15  CKPT-DEPT-CODE    PIC X(02).
                   15  CKPT-DEPT-GROSS   PIC S9(11)V99 COMP-3.
                   15  CKPT-DEPT-TAX     PIC S9(11)V99 COMP-3.
                   15  CKPT-DEPT-NET     PIC S9(11)V99 COMP-3.
                   15  CKPT-DEPT-EMPLOYER-COST
                                         PIC S9(11)V99 COMP-3.
           05  CKPT-GRAND-STATE-TAX      PIC S9(11)V99 COMP-3.
           05  CKPT-STATE-ACCUMULATORS.
               10  CKPT-STATE-ACCUM-ENTRY OCCURS 5 TIMES.
                   15  CKPT-STATE-CODE   PIC X(02).
                   15  CKPT-STATE-TAX    PIC S9(11)V99 COMP-3.
           05  CKPT-GRAND-EXPENSE        PIC S9(11)V99 COMP-3.
           05  CKPT-EXPENSE-ACCUMULATORS.
               10  CKPT-EXPENSE-ACCUM-ENTRY OCCURS 10 TIMES.
                   15  CKPT-EXPENSE-ACCT PIC 9(06).
                   15  CKPT-EXPENSE-AMT  PIC S9(11)V99 COMP-3.
