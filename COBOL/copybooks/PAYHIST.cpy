      ******************************************************************
      * PAYHIST   - PAY-HISTORY record.  Indexed file keyed on
      *             PH-KEY (employee + pay date), one record per
      *             employee per pay run, appended by the payroll
      *             register with the full gross-to-net of that
      *             period.  PAYREG and PAYEXTR are rebuilt every
      *             run and YTDCTL only carries running totals; this
      *             is the permanent per-stub record the pay-stub
      *             inquiry reads.  A checkpoint restart that pays
      *             an employee again on the same date replaces the
      *             record rather than adding a second one.
      *
      * Mod history:
      *   2026-10-06  RJP  Pay history record layout created.
      *   2026-10-09  RJP  Carries the work state and the state tax
      *                    withheld out of the reserved FILLER.  A
      *                    stub written before the change has a
      *                    blank state and no state tax figure.
      *   2026-10-12  RJP  Carries the expense reimbursements paid
      *                    with the net out of the reserved FILLER.
      *                    A stub written before the change has
      *                    spaces there, not a figure.
      ******************************************************************
       01  PAY-HISTORY-RECORD.
           05  PH-KEY.
               10  PH-EMP-ID             PIC 9(10).
               10  PH-PAY-DATE           PIC 9(8).
           05  PH-EMP-NAME               PIC X(30).
           05  PH-PAY-FREQ               PIC X(01).
           05  PH-FILING-STATUS          PIC X(01).
           05  PH-DEPT-CODE              PIC X(02).
           05  PH-PAY-METHOD             PIC X(01).
           05  PH-PERIOD-GROSS           COPY AMTFLD.
           05  PH-SUPP-EARNINGS          COPY AMTFLD.
           05  PH-PF-AMOUNT              COPY AMTFLD.
           05  PH-INS-AMOUNT             COPY AMTFLD.
           05  PH-TAX-AMOUNT             COPY AMTFLD.
           05  PH-GARN-AMOUNT            COPY AMTFLD.
           05  PH-ARREARS-BOOKED         COPY AMTFLD.
           05  PH-ARREARS-RECOVERED      COPY AMTFLD.
           05  PH-NET-PAY                COPY AMTFLD.
           05  PH-VAC-BALANCE            PIC S9(5)V99 COMP-3.
           05  PH-SICK-BALANCE           PIC S9(5)V99 COMP-3.
           05  PH-WORK-STATE             PIC X(02).
           05  PH-STATE-TAX              COPY AMTFLD.
           05  PH-EXPENSE-REIMB          COPY AMTFLD.
           05  FILLER                    PIC X(16).
