      ******************************************************************
      * SLSPREC   - SALESPERSON record.  Indexed file keyed on the
      *             salesperson code, loaded by SLSPLOAD.  Carries the
      *             payroll employee the commission is paid to, the
      *             commission plan on the COMMPLAN parameter file the
      *             salesperson is paid under, and the monthly quota
      *             the plan's accelerators measure attainment
      *             against (zero - no accelerators).
      *
      *             SP-LAST-PAID-PERIOD and SP-CHARGEBACK-CARRIED are
      *             kept by the COMMRUN commission run: the last
      *             period whose commission went to payroll - a run
      *             for that period or an earlier one reprints the
      *             statement without paying it again - and any
      *             chargeback the period's commission could not
      *             cover, recovered from the next period's.
      *
      * Mod history:
      *   2026-10-15  RJP  Salesperson record layout created.
      ******************************************************************
       01  SALESPERSON-RECORD.
           05  SP-REP-ID                 PIC X(03).
           05  SP-NAME                   PIC X(20).
           05  SP-EMP-ID                 PIC 9(10).
           05  SP-PLAN-CODE              PIC X(04).
           05  SP-MONTHLY-QUOTA          COPY AMTFLD.
           05  SP-STATUS                 PIC X(01).
               88  SP-ACTIVE                    VALUE "A".
               88  SP-INACTIVE                  VALUE "I".
           05  SP-LAST-PAID-PERIOD       PIC 9(06).
           05  SP-CHARGEBACK-CARRIED     COPY AMTFLD.
           05  SP-LAST-CHANGED-DATE      PIC 9(08).
           05  FILLER                    PIC X(20).
