      ******************************************************************
      * PWRKREC   - POLL-WORKER record.  Indexed file keyed on the
      *             voter id - every poll worker is a registered
      *             voter on the VOTER-ROLL-MASTER - loaded by PWLOAD
      *             from the recruitment sign-up sheets.  Carries the
      *             role the worker serves in (judge or clerk), the
      *             party the worker declared for judge party
      *             balance, the election the worker has said they
      *             are available for, the date training was last
      *             completed, and the payroll employee the stipend
      *             is paid to (zero until payroll sets the worker
      *             up on the EMPLOYEE-MASTER).
      *
      * Mod history:
      *   2026-10-15  RJP  Poll worker record layout created.
      ******************************************************************
       01  POLL-WORKER-RECORD.
           05  PW-VOTER-ID               PIC 9(10).
           05  PW-NAME                   PIC X(30).
           05  PW-HOME-PRECINCT          PIC X(04).
           05  PW-ROLE                   PIC X(01).
               88  PW-ROLE-JUDGE                VALUE "J".
               88  PW-ROLE-CLERK                VALUE "C".
           05  PW-PARTY                  PIC X(03).
           05  PW-AVAILABLE-ELECTION     PIC 9(08).
           05  PW-TRAINED-DATE           PIC 9(08).
           05  PW-EMP-ID                 PIC 9(10).
               88  PW-NOT-ON-PAYROLL            VALUE ZERO.
           05  PW-STATUS                 PIC X(01).
               88  PW-ACTIVE                    VALUE "A".
               88  PW-INACTIVE                  VALUE "I".
           05  PW-LAST-CHANGED-DATE      PIC 9(08).
           05  FILLER                    PIC X(20).
