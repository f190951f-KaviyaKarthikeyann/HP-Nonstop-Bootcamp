      *                    hours after this period's accrual, so the
      *                    paycheck stub and the deposit advice can
      *                    print them.
      *   2026-10-09  RJP  Carries the work state and the state tax
      *                    withheld, so the check stub and deposit
      *                    advice print the state line and still
      *                    foot gross to net.
      *   2026-10-12  RJP  Carries the non-taxable expense
      *                    reimbursements paid with the net, so the
      *                    check stub and deposit advice show them on
      *                    their own line.
      ******************************************************************
       01  PAYMENT-EXTRACT-RECORD.
           05  PX-EMP-ID                 PIC 9(10).
           05  PX-GARN-AMOUNT            PIC 9(9)V99.
           05  PX-VAC-BALANCE            PIC 9(3)V99.
           05  PX-SICK-BALANCE           PIC 9(3)V99.
           05  PX-WORK-STATE             PIC X(02).
           05  PX-STATE-TAX              PIC 9(9)V99.
           05  PX-EXPENSE-REIMB          PIC 9(9)V99.
