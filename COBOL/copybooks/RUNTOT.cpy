      *                    column on a pre-change record is spaces
      *                    and is skipped by the readers' IS NUMERIC
      *                    guard like the PF/INS columns before it.
      *   2026-10-09  RJP  Carries the state income tax withheld as
      *                    well - the payroll GL feed now credits a
      *                    state withholding leg per work state, so
      *                    RECON must foot it with the other
      *                    withholdings.  History FD lines widen
      *                    from X(86) to X(100); the state column on
      *                    a pre-change record is spaces and is
      *                    skipped by the IS NUMERIC guard.
      *   2026-10-15  RJP  Carries the expense reimbursements paid as
      *                    well - they ride the net pay but are not
      *                    wages, so the quarterly return takes them
      *                    back out of net when it rebuilds a run's
      *                    gross.  History FD lines widen from X(100)
      *                    to X(114); the expense column on a
      *                    pre-change record is spaces and is
      *                    skipped by the IS NUMERIC guard.
      ******************************************************************
       01  RUN-TOTAL-HISTORY-RECORD.
           05  RT-RUN-DATE.
           05  RT-TOTAL-INS              PIC 9(11)V99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RT-TOTAL-GARN             PIC 9(11)V99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RT-TOTAL-STATE-TAX        PIC 9(11)V99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RT-TOTAL-EXPENSE          PIC 9(11)V99.
       01  RT-HISTORY-RECORD-R
               REDEFINES RUN-TOTAL-HISTORY-RECORD.
           05  RT-RUN-DATE-NUM           PIC 9(8).
           05  FILLER                    PIC X(106).
