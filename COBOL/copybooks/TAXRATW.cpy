      *             run.  An unrecognized or blank filing status at
      *             computation time is taxed off the SINGLE schedule.
      *
      *             State withholding lines carry the two-letter work
      *             state in columns 36-37 and the state's GL
      *             withholding liability account in columns 38-43;
      *             columns 1-35 read as above (S/M/H brackets, X for
      *             the state's supplemental rate).  A blank 36-37 is
      *             a federal line.  Each state selects its own latest
      *             effective date on or before the run date, up to
      *             TR-STATE-LIMIT states.  To tax for a state, set
      *             TR-WORK-STATE, TR-FILING-STATUS and
      *             TR-TAXABLE-ANNUAL, PERFORM 7750-COMPUTE-STATE-TAX,
      *             and take TR-STATE-TAX-ANNUAL, TR-STATE-SUPP-RATE
      *             and TR-STATE-GL-ACCT; TR-STATE-SUB comes back zero
      *             when the state has no schedule on file.  A state
      *             schedule that is incomplete, has no liability
      *             account, or overflows the table fails the load
      *             with its code in TR-STATE-ERROR-CODE.
      *
      * Mod history:
      *   2026-08-21  RJP  Shared tax-schedule copybook created from
      *                    the bracket table and lookup that lived
      *                    it rides the same effective-date
      *                    selection as the bracket lines and lands
      *                    in TR-SUPP-RATE.
      *   2026-10-09  RJP  State withholding schedules, one per work
      *                    state, selected and verified alongside the
      *                    federal schedule and computed through
      *                    7750-COMPUTE-STATE-TAX.
      ******************************************************************
       01  TR-CONTROL-AREA.
           05  TR-RUN-DATE               PIC 9(08).
           05  TR-PARSE-BASE-DIGITS      PIC 9(11).
           05  TR-PARSE-BASE REDEFINES TR-PARSE-BASE-DIGITS
                                         PIC 9(9)V99.
           05  TR-PARSE-STATE            PIC X(02).

      * Status slots: 1 = SINGLE, 2 = MARRIED, 3 = HEAD-OF-HOUSEHOLD.
       01  TR-STATUS-CODE-TABLE.
       01  TR-WORK-FIELDS.
           05  TR-STATUS-SUB             PIC 9(01).
           05  TR-BRKT-SUB               PIC 9(01).

      * State schedules - one slot per work state on TAXRATES, each
      * with its own winning effective date, liability account,
      * supplemental rate and S/M/H bracket tables.
       01  TR-STATE-CONTROL-AREA.
           05  TR-STATE-LIMIT            PIC 9(02) VALUE 5.
           05  TR-STATE-COUNT            PIC 9(02) VALUE ZERO.
           05  TR-STATE-SUB              PIC 9(02) VALUE ZERO.
           05  TR-STATE-SCAN             PIC 9(02) VALUE ZERO.
           05  TR-WORK-STATE             PIC X(02).
           05  TR-STATE-TAX-ANNUAL       PIC S9(9)V99 COMP-3.
           05  TR-STATE-SUPP-RATE        PIC 9(3)V99 VALUE ZERO.
           05  TR-STATE-GL-ACCT          PIC 9(06) VALUE ZERO.
           05  TR-STATE-ERROR-CODE       PIC X(02) VALUE SPACES.

       01  TR-STATE-TABLE.
           05  TR-STATE-ENTRY OCCURS 5 TIMES.
               10  TR-ST-CODE            PIC X(02).
               10  TR-ST-EFF-DATE        PIC 9(08).
               10  TR-ST-GL-ACCT         PIC 9(06).
               10  TR-ST-SUPP-RATE       PIC 9(3)V99.
               10  TR-ST-SCHEDULE.
                   15  TR-ST-STATUS-SCHEDULE OCCURS 3 TIMES.
                       20  TR-ST-BRACKET-ENTRY OCCURS 4 TIMES.
                           25  TR-ST-BRACKET-CEILING
                                         PIC 9(09).
                           25  TR-ST-BRACKET-RATE
                                         PIC 9(3)V99.
                           25  TR-ST-BRACKET-BASE-TAX
                                         PIC 9(9)V99.
