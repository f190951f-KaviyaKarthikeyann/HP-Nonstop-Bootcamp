      *                    flags entries for employees the aborted
      *                    run already paid - that money moved, and
      *                    the old line invited a double re-key.
      *   2026-10-06  RJP  Every paid employee's gross-to-net for
      *                    the run - gross, supplemental earnings,
      *                    PF, insurance, tax, garnishments, arrears
      *                    booked and recovered, net and the leave
      *                    balances - is written to the keyed
      *                    PAYHIST file (employee + pay date) for
      *                    the pay-stub inquiry; a restart that pays
      *                    the same employee again on the same date
      *                    replaces the record.
      *   2026-10-07  RJP  Preview run mode (parm column 1 = P) for
      *                    sign-off ahead of the real run: every
      *                    employee's period pay is computed but
      *                    nothing is updated or released - no
      *                    YTDCTL, LEAVEBAL, GARNORD, DEDARRS,
      *                    EMPMAST, PAYHIST, extract, GL or history
      *                    writes - and the PAYVAR variance list
      *                    shows each employee whose gross or net
      *                    moved more than the threshold percent
      *                    against their last PAYHIST stub, plus
      *                    new employees, employees paid last
      *                    period but missing from this run, zero
      *                    net pays and rejects.
      *   2026-10-07  RJP  The F/E run-mode conditions sat under the
      *                    pay-frequency selector instead of the run
      *                    mode, so an E run always listed in full;
      *                    moved under WS-RUN-MODE.
      *   2026-10-09  RJP  State income tax withheld by EMP-WORK-STATE
      *                    off that state's TAXRATES schedule, as its
      *                    own figure beside the federal tax: carried
      *                    on the register (with a per-state totals
      *                    section), the extract, PAYHIST, the YTDCTL
      *                    state slots, RUNHIST and the checkpoint,
      *                    and credited to each state's liability
      *                    account in the GL batch.  An employee whose
      *                    work state has no schedule is rejected.
      *                    RUNHIST lines widen to 100 bytes.
      *   2026-10-12  RJP  Approved travel and mileage claims are paid
      *                    with the pay from the EXPCLAIM transaction
      *                    file instead of by separate manual check:
      *                    added to net pay after garnishments, never
      *                    to gross, taxable, YTD salary or the
      *                    garnishment base; a memo line per claim on
      *                    the register, the amount on the extract and
      *                    PAYHIST, and a debit to each expense
      *                    account the claims name in the GL batch
      *                    (carried in the checkpoint).  A claim for a
      *                    terminated or unknown employee, or one the
      *                    run otherwise did not pay, is a PAYERR
      *                    exception at end of job; the file is
      *                    consumed with a completed run.
      *   2026-10-15  RJP  The department table is loaded from the
      *                    DEPARTMENT-MASTER file through DEPTTBLP
      *                    instead of compiled-in entries; each
      *                    department's gross is debited to its own
      *                    GL expense account (the catch-all keeps
      *                    the default).  The department slots carry
      *                    their code into the checkpoint, and a
      *                    restart against a department master that
      *                    has changed since the checkpoint aborts.
      *   2026-10-15  RJP  RUNHIST line widened to X(114) and now
      *                    carries the run's expense reimbursements,
      *                    which ride the net pay but are not wages.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXC.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPEARN-STATUS.

           SELECT EXPENSE-CLAIM-FILE ASSIGN TO "EXPCLAIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPCLAIM-STATUS.

           SELECT DEDUCTION-ARREARS-FILE ASSIGN TO "DEDARRS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-EMP-ID
               FILE STATUS IS WS-DEDARRS-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT PAYROLL-VARIANCE-FILE ASSIGN TO "PAYVAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYVAR-STATUS.

           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       01  PAYROLL-ERROR-LINE            PIC X(132).

       FD  RUN-TOTAL-HISTORY-FILE.
       01  RUN-TOTAL-HISTORY-LINE        PIC X(114).

       FD  TAX-RATE-PARM-FILE.
       01  TAX-RATE-PARM-LINE            PIC X(80).
       FD  SUPP-EARNINGS-FILE.
       01  SUPP-EARNINGS-LINE            PIC X(80).

       FD  EXPENSE-CLAIM-FILE.
       01  EXPENSE-CLAIM-LINE            PIC X(80).

       FD  DEDUCTION-ARREARS-FILE.
       COPY ARREAREC.

       FD  PAY-HISTORY-FILE.
       COPY PAYHIST.

       FD  PAYROLL-VARIANCE-FILE.
       01  PAYROLL-VARIANCE-LINE         PIC X(132).

       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-EMPMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-LEAVEBAL-STATUS        PIC X(02) VALUE "00".
           05  WS-LVTAKEN-STATUS         PIC X(02) VALUE "00".
           05  WS-SUPPEARN-STATUS        PIC X(02) VALUE "00".
           05  WS-EXPCLAIM-STATUS        PIC X(02) VALUE "00".
           05  WS-DEDARRS-STATUS         PIC X(02) VALUE "00".
           05  WS-PAYHIST-STATUS         PIC X(02) VALUE "00".
           05  WS-PAYVAR-STATUS          PIC X(02) VALUE "00".
           05  WS-DEPTMAST-STATUS        PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
           05  WS-YTD-FOUND-SWITCH       PIC X(01) VALUE "N".
               88  WS-YTD-RECORD-FOUND           VALUE "Y".
           05  WS-RUN-MODE               PIC X(01) VALUE "F".
               88  WS-FULL-LISTING               VALUE "F".
               88  WS-EXCEPTION-ONLY             VALUE "E".
               88  WS-PREVIEW-RUN                VALUE "P".
           05  WS-PAY-FREQ-SELECT        PIC X(01) VALUE "A".
               88  WS-SELECT-MONTHLY             VALUE "M".
               88  WS-SELECT-BIWEEKLY            VALUE "B".
               88  WS-SELECT-ALL-FREQS           VALUE "A".
           05  WS-TAXRATES-EOF-SWITCH    PIC X(01) VALUE "N".
               88  WS-TAXRATES-END-OF-FILE       VALUE "Y".
           05  WS-GARN-DONE-SWITCH       PIC X(01) VALUE "N".
               88  WS-LVTAKEN-END-OF-FILE        VALUE "Y".
           05  WS-SUPPEARN-EOF-SWITCH    PIC X(01) VALUE "N".
               88  WS-SUPPEARN-END-OF-FILE       VALUE "Y".
           05  WS-EXPCLAIM-EOF-SWITCH    PIC X(01) VALUE "N".
               88  WS-EXPCLAIM-END-OF-FILE       VALUE "Y".
           05  WS-LEAVE-FOUND-SWITCH     PIC X(01) VALUE "N".
               88  WS-LEAVE-RECORD-FOUND         VALUE "Y".
           05  WS-ARREARS-FOUND-SWITCH   PIC X(01) VALUE "N".
               88  WS-ARREARS-RECORD-FOUND       VALUE "Y".
           05  WS-PAYHIST-EOF-SWITCH     PIC X(01) VALUE "N".
               88  WS-PAYHIST-END-OF-FILE        VALUE "Y".
           05  WS-PRIOR-FOUND-SWITCH     PIC X(01) VALUE "N".
               88  WS-PRIOR-STUB-FOUND           VALUE "Y".
           05  WS-DEPTMAST-EOF-SWITCH    PIC X(01) VALUE "N".
               88  WS-DEPTMAST-END-OF-FILE       VALUE "Y".

       COPY TAXRATW.
       COPY DEPTTBL.
       01  WS-SUPP-TAX                   PIC S9(9)V99 COMP-3
                                         VALUE ZERO.

      * Approved expense claim line (fixed column, keyed by accounts
      * payable off the approved travel and mileage claims):
      *     1-10   employee id
      *     11-13  claim type (TRV travel, MIL mileage, ...)
      *     14-24  amount 9(9)V99 digits
      *     25-30  expense GL account to charge
      *     31-42  claim reference
      * Tabled up front the same way as the one-time earnings.  Each
      * entry is N until paid (Y); a line with no amount or no
      * account is tabled X so it is reported, never paid.
       01  WS-EXP-CLAIM-LIMIT            PIC 9(03) COMP VALUE 500.
       01  WS-EXP-CLAIM-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-EXP-CLAIM-SUB              PIC 9(03) COMP.
       01  WS-EXP-CLAIM-TABLE.
           05  WS-EXP-CLAIM-ENTRY OCCURS 500 TIMES.
               10  WS-EC-EMP-ID          PIC 9(10).
               10  WS-EC-TYPE            PIC X(03).
               10  WS-EC-AMOUNT          PIC S9(9)V99 COMP-3.
               10  WS-EC-GL-ACCT         PIC 9(06).
               10  WS-EC-CLAIM-REF       PIC X(12).
               10  WS-EC-ACCUM-SUB       PIC 9(02).
               10  WS-EC-STATUS          PIC X(01).
                   88  WS-EC-UNPAID             VALUE "N".
                   88  WS-EC-PAID               VALUE "Y".
                   88  WS-EC-INVALID            VALUE "X".
       01  WS-EC-AMOUNT-DIGITS           PIC 9(11).
       01  WS-EC-AMOUNT-N REDEFINES WS-EC-AMOUNT-DIGITS
                                         PIC 9(9)V99.
       01  WS-EC-GL-ACCT-X               PIC X(06).
       01  WS-EC-GL-ACCT-N REDEFINES WS-EC-GL-ACCT-X
                                         PIC 9(06).
       01  WS-PERIOD-EXPENSE             PIC S9(9)V99 COMP-3
                                         VALUE ZERO.
       01  WS-CLAIM-REJECT-REASON        PIC X(30).

      * Arrears work fields - what this period wanted to deduct,
      * what it could, and what it booked or recovered.
       01  WS-ARREARS-FIELDS.
           05  WS-INS-SHORTFALL          PIC S9(9)V99 COMP-3.
           05  WS-ARREARS-RECOVERABLE    PIC S9(9)V99 COMP-3.
           05  WS-ONE-RECOVERY           PIC S9(9)V99 COMP-3.
           05  WS-EMP-ARREARS-RECOVD     PIC S9(9)V99 COMP-3.
           05  WS-GRAND-ARREARS-BOOKED   PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-GRAND-ARREARS-RECOVD   PIC S9(11)V99 COMP-3
       01  WS-SERVICE-YEARS              PIC 9(02) VALUE ZERO.
       01  WS-DATE-DIFF                  PIC S9(09) VALUE ZERO.

      * Parallel accumulators, one slot per DEPARTMENT-ENTRY; the
      * last loaded slot is the UNASSIGNED catch-all for a code not
      * on the table.  Each slot carries its department code so a
      * restart can prove the checkpoint's slots line up with the
      * table it reloaded.
       01  WS-DEPT-ACCUMULATORS.
           05  WS-DEPT-ACCUM-ENTRY OCCURS 30 TIMES.
               10  WS-DEPT-ACCUM-CODE    PIC X(02).
               10  WS-DEPT-GROSS         PIC S9(11)V99 COMP-3.
               10  WS-DEPT-TAX           PIC S9(11)V99 COMP-3.
               10  WS-DEPT-NET           PIC S9(11)V99 COMP-3.
               10  WS-DEPT-EMPLOYER-COST PIC S9(11)V99 COMP-3.
       01  WS-DEPT-SUB                   PIC 9(02).

      * WS-PRORATE-PARAMETERS mirrors DIVI's LINKAGE SECTION so the
      * department employer cost can be split across its cost
           05  WS-PERIOD-PF              PIC S9(9)V99 COMP-3.
           05  WS-PERIOD-INS             PIC S9(9)V99 COMP-3.
           05  WS-TAX-AMOUNT             PIC S9(9)V99 COMP-3.
           05  WS-STATE-TAX-AMOUNT       PIC S9(9)V99 COMP-3.
           05  WS-NET-PAY                PIC S9(9)V99 COMP-3.
           05  WS-PERIOD-GARN            PIC S9(9)V99 COMP-3.
           05  WS-ONE-GARN-TAKE          PIC S9(9)V99 COMP-3.
      * fall through to the 88-level defaults on every unattended run.
      * Layout is fixed-column, parsed the same way LOAN-APPLICATION
      * lines are substringed elsewhere in this shop:
      *     1     run mode          (F, E, or P = preview)
      *     3     restart switch    (Y or N)
      *     5-9   exception pct     (9(3)V99, e.g. 00750 = 7.50)
      *     11    pay-freq group    (M, B, or A = all)
       01  WS-PARM-THRESHOLD REDEFINES WS-PARM-THRESHOLD-DIGITS
                                     PIC 9(03)V99.

      * Preview-run work fields.  The prior period for each pay-
      * frequency group is the latest PAYHIST pay date before today;
      * an employee whose own last stub is older than that was not
      * paid last period.  Every employee the preview paid or
      * rejected is tabled (EMPLOYEE-MASTER is walked in id order,
      * so the table builds ascending for SEARCH ALL) and the
      * prior period's stubs are checked against it at end of job
      * to find anyone who has dropped out of the run.
       01  WS-PREVIEW-FIELDS.
           05  WS-PRIOR-DATE-MONTHLY     PIC 9(08) VALUE ZERO.
           05  WS-PRIOR-DATE-BIWEEKLY    PIC 9(08) VALUE ZERO.
           05  WS-PRIOR-DATE-GROUP       PIC 9(08) VALUE ZERO.
           05  WS-PRIOR-PAY-DATE         PIC 9(08) VALUE ZERO.
           05  WS-PRIOR-GROSS            PIC S9(9)V99 COMP-3.
           05  WS-PRIOR-NET              PIC S9(9)V99 COMP-3.
           05  WS-GROSS-CHANGE-PCT       PIC S9(5)V99.
           05  WS-NET-CHANGE-PCT         PIC S9(5)V99.
           05  WS-PREVIEW-REASON         PIC X(26).
           05  WS-PREVIEW-LISTED         PIC 9(9) COMP VALUE ZERO.
           05  WS-PREVIEW-VARIANCES      PIC 9(9) COMP VALUE ZERO.
           05  WS-PREVIEW-NEW            PIC 9(9) COMP VALUE ZERO.
           05  WS-PREVIEW-NOT-LAST       PIC 9(9) COMP VALUE ZERO.
           05  WS-PREVIEW-MISSING        PIC 9(9) COMP VALUE ZERO.
           05  WS-PREVIEW-ZERO-NET       PIC 9(9) COMP VALUE ZERO.
       01  WS-PREVIEW-SEEN-LIMIT         PIC 9(05) COMP VALUE 9999.
       01  WS-PREVIEW-SEEN-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-PREVIEW-SEEN-TABLE.
           05  WS-PREVIEW-SEEN-ENTRY OCCURS 1 TO 9999 TIMES
                               DEPENDING ON WS-PREVIEW-SEEN-COUNT
                               ASCENDING KEY IS WS-PV-SEEN-EMP-ID
                               INDEXED BY WS-PV-IDX.
               10  WS-PV-SEEN-EMP-ID     PIC 9(10).

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-WRITTEN        PIC 9(9) COMP VALUE ZERO.
                                         VALUE ZERO.
           05  WS-GRAND-GARN             PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-GRAND-STATE-TAX        PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-GRAND-EXPENSE          PIC S9(11)V99 COMP-3
                                         VALUE ZERO.

      * State tax withheld this run, one slot per work state in the
      * order first met.  Laid out as CKPT-STATE-ACCUMULATORS so the
      * checkpoint carries it whole.
       01  WS-STATE-ACCUMULATORS.
           05  WS-STATE-ACCUM-ENTRY OCCURS 5 TIMES.
               10  WS-STATE-ACCUM-CODE   PIC X(02).
               10  WS-STATE-ACCUM-TAX    PIC S9(11)V99 COMP-3.
       01  WS-STATE-ACCUM-SUB            PIC 9(02).
       01  WS-YTD-STATE-SUB              PIC 9(02).
       01  WS-STATE-FOUND-SUB            PIC 9(02).

      * Expense reimbursements paid this run, one slot per expense
      * account the claims name, assigned as the claims are tabled.
      * Laid out as CKPT-EXPENSE-ACCUMULATORS so the checkpoint
      * carries it whole.
       01  WS-EXPENSE-ACCUM-LIMIT        PIC 9(02) COMP VALUE 10.
       01  WS-EXPENSE-ACCUMULATORS.
           05  WS-EXPENSE-ACCUM-ENTRY OCCURS 10 TIMES.
               10  WS-EXPENSE-ACCUM-ACCT PIC 9(06).
               10  WS-EXPENSE-ACCUM-AMT  PIC S9(11)V99 COMP-3.
       01  WS-EXPENSE-ACCUM-SUB          PIC 9(02).
       01  WS-EXPENSE-FOUND-SUB          PIC 9(02).

       01  WS-CHECKPOINT-FIELDS.
           05  WS-CKPT-INTERVAL          PIC 9(4) COMP VALUE 0100.
           05  FILLER                    PIC X(16) VALUE
               "PERIOD GROSS".
           05  FILLER                    PIC X(16) VALUE "TAX".
           05  FILLER                    PIC X(03) VALUE "ST".
           05  FILLER                    PIC X(16) VALUE "STATE TAX".
           05  FILLER                    PIC X(16) VALUE "NET PAY".

       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-TAX                PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-WORK-STATE         PIC X(02).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DTL-STATE-TAX          PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-NET-PAY            PIC $$$,$$$,$$9.99.

       01  WS-GRAND-TOTAL-LINE.
           05  WS-GTL-SALARY             PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-GTL-TAX                PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(05) VALUE SPACES.
           05  WS-GTL-STATE-TAX          PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-GTL-NET-PAY            PIC $$$,$$$,$$9.99.

           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-GML-CAP-FLAG           PIC X(12).

       01  WS-EXPENSE-MEMO-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(08) VALUE "EXPENSE ".
           05  WS-EML-TYPE               PIC X(03).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-EML-CLAIM-REF          PIC X(12).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-EML-GL-ACCT            PIC 9(06).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-EML-AMOUNT             PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE
               "NON-TAXABLE".

      * Per-employee pay memo lines (garnishments, arrears activity)
      * are built while the pay is being worked but must print UNDER
      * the employee's register line, which is formatted later - so
           05  WS-PAY-MEMO-SAVED         OCCURS 9 TIMES
                                         PIC X(132).

      * ---------------------------------------------------------- *
      * Preview variance list (PAYVAR) heading and detail lines.   *
      * ---------------------------------------------------------- *
       01  WS-VARIANCE-HEADING-1.
           05  FILLER                    PIC X(30) VALUE SPACES.
           05  FILLER                    PIC X(40) VALUE
               "PAYROLL PREVIEW - VARIANCE TO PRIOR PAY".
           05  FILLER                    PIC X(10) VALUE "RUN DATE".
           05  WS-VH1-RUN-DATE           PIC 9(08).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(08) VALUE "GROUP".
           05  WS-VH1-FREQ-GROUP         PIC X(01).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(05) VALUE "PAGE".
           05  WS-VH1-PAGE-NO            PIC ZZZ9.

       01  WS-VARIANCE-HEADING-2.
           05  FILLER                    PIC X(30) VALUE SPACES.
           05  FILLER                    PIC X(22) VALUE
               "THRESHOLD PERCENT".
           05  WS-VH2-THRESHOLD          PIC ZZ9.99.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(16) VALUE
               "PRIOR PAY DATES".
           05  FILLER                    PIC X(03) VALUE "M ".
           05  WS-VH2-PRIOR-MONTHLY      PIC 9(08).
           05  FILLER                    PIC X(04) VALUE "  B ".
           05  WS-VH2-PRIOR-BIWEEKLY     PIC 9(08).

       01  WS-VARIANCE-HEADING-3.
           05  FILLER                    PIC X(12) VALUE "EMP ID".
           05  FILLER                    PIC X(21) VALUE
               "EMPLOYEE NAME".
           05  FILLER                    PIC X(02) VALUE "FQ".
           05  FILLER                    PIC X(15) VALUE
               "   PRIOR GROSS".
           05  FILLER                    PIC X(15) VALUE
               "     THIS GROSS".
           05  FILLER                    PIC X(15) VALUE
               "     PRIOR NET".
           05  FILLER                    PIC X(15) VALUE
               "       THIS NET".
           05  FILLER                    PIC X(09) VALUE
               "  NET PCT".
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(26) VALUE "REASON".

       01  WS-VARIANCE-DETAIL-LINE.
           05  WS-VDL-EMP-ID             PIC Z(9)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-VDL-EMP-NAME           PIC X(20).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-VDL-PAY-FREQ           PIC X(01).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-VDL-PRIOR-GROSS        PIC $$$,$$$,$$9.99-.
           05  WS-VDL-THIS-GROSS         PIC $$$,$$$,$$9.99-.
           05  WS-VDL-PRIOR-NET          PIC $$$,$$$,$$9.99-.
           05  WS-VDL-THIS-NET           PIC $$$,$$$,$$9.99-.
           05  WS-VDL-NET-PCT            PIC ZZZZ9.99-.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-VDL-REASON             PIC X(26).

       01  WS-VARIANCE-COUNT-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-VCL-LABEL              PIC X(36).
           05  WS-VCL-COUNT              PIC ZZZ,ZZZ,ZZ9.

       01  WS-DEPT-SECTION-HEADING.
           05  FILLER                    PIC X(40) VALUE
               "DEPARTMENTAL SUBTOTALS / EMPLOYER COST".

       01  WS-STATE-SECTION-HEADING.
           05  FILLER                    PIC X(40) VALUE
               "STATE INCOME TAX WITHHELD BY WORK STATE".

       01  WS-STATE-TOTAL-LINE.
           05  FILLER                    PIC X(06) VALUE "STATE ".
           05  WS-STL-STATE-CODE         PIC X(02).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-STL-GL-ACCT            PIC 9(06).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-STL-TAX                PIC $$$,$$$,$$9.99.

       01  WS-EXPENSE-SECTION-HEADING.
           05  FILLER                    PIC X(40) VALUE
               "EXPENSE REIMBURSEMENTS BY GL ACCOUNT".

       01  WS-EXPENSE-TOTAL-LINE.
           05  FILLER                    PIC X(08) VALUE "ACCOUNT ".
           05  WS-ETL-GL-ACCT            PIC 9(06).
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  WS-ETL-AMOUNT             PIC $$$,$$$,$$9.99.

       01  WS-CONTROL-TOTAL-LINE.
           05  FILLER                    PIC X(20) VALUE
               "RECORDS READ    : ".
      * ================================================================
       1000-INITIALIZE.
           INITIALIZE WS-DEPT-ACCUMULATORS.
           INITIALIZE WS-STATE-ACCUMULATORS.
           INITIALIZE WS-EXPENSE-ACCUMULATORS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-YYYY TO RH-RUN-YYYY
           MOVE WS-CURRENT-MM   TO RH-RUN-MM

           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           IF WS-CMD-LINE-PARM = SPACES
               DISPLAY "RUN MODE (F=FULL, E=EXCEPTION, P=PREVIEW) : "
               ACCEPT WS-RUN-MODE
               DISPLAY "RESTART FROM LAST CHECKPOINT (Y/N) : "
               ACCEPT WS-RESTART-SWITCH
           IF NOT WS-SELECT-MONTHLY AND NOT WS-SELECT-BIWEEKLY
               MOVE "A" TO WS-PAY-FREQ-SELECT
           END-IF.
      * A preview has nothing to restart from - it never checkpoints.
           IF WS-PREVIEW-RUN
               MOVE "N" TO WS-RESTART-SWITCH
           END-IF.

           PERFORM 1100-LOAD-TAX-SCHEDULES
               THRU 1100-EXIT.
           PERFORM 1120-LOAD-DEPARTMENT-TABLE
               THRU 1120-EXIT.

      * A preview opens only what the pay calculation reads; the
      * register, error, extract, remittance, GL and history files
      * belong to the real run and are left exactly as they are.
           OPEN I-O EMPLOYEE-MASTER-FILE.
           IF NOT WS-PREVIEW-RUN
               OPEN I-O YTD-CONTROL-FILE
               OPEN I-O PAYROLL-CHECKPOINT-FILE
               OPEN OUTPUT PAYROLL-REGISTER-FILE
               OPEN OUTPUT PAYROLL-ERROR-FILE
           END-IF.
           OPEN I-O GARNISHMENT-ORDER-FILE.
           IF WS-GARNORD-STATUS = "35"
               OPEN OUTPUT GARNISHMENT-ORDER-FILE
               CLOSE GARNISHMENT-ORDER-FILE
               OPEN I-O GARNISHMENT-ORDER-FILE
           END-IF.
           IF WS-PREVIEW-RUN
               OPEN OUTPUT PAYROLL-VARIANCE-FILE
           ELSE
               IF WS-RESTART-REQUESTED
                   OPEN EXTEND PAYMENT-EXTRACT-FILE
                   IF WS-PAYEXTR-STATUS = "35"
                       OPEN OUTPUT PAYMENT-EXTRACT-FILE
                   END-IF
                   OPEN EXTEND GARNISHMENT-REMIT-FILE
                   IF WS-GARNREMT-STATUS = "35"
                       OPEN OUTPUT GARNISHMENT-REMIT-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT PAYMENT-EXTRACT-FILE
                   OPEN OUTPUT GARNISHMENT-REMIT-FILE
               END-IF
               OPEN EXTEND GL-TRANSACTION-FILE
               IF WS-GLTRANS-STATUS = "35"
                   OPEN OUTPUT GL-TRANSACTION-FILE
               END-IF
               OPEN EXTEND RUN-TOTAL-HISTORY-FILE
           END-IF.
           OPEN I-O LEAVE-BALANCE-FILE.
           IF WS-LEAVEBAL-STATUS = "35"
               OPEN OUTPUT LEAVE-BALANCE-FILE
               CLOSE DEDUCTION-ARREARS-FILE
               OPEN I-O DEDUCTION-ARREARS-FILE
           END-IF.
           OPEN I-O PAY-HISTORY-FILE.
           IF WS-PAYHIST-STATUS = "35"
               OPEN OUTPUT PAY-HISTORY-FILE
               CLOSE PAY-HISTORY-FILE
               OPEN I-O PAY-HISTORY-FILE
           END-IF.
      * The leave slips stay on file for the real run to post.
           IF WS-PREVIEW-RUN
               PERFORM 1500-FIND-PRIOR-PAY-DATES
                   THRU 1500-EXIT
           ELSE
               PERFORM 1300-POST-LEAVE-TAKEN
                   THRU 1300-EXIT
           END-IF.
           PERFORM 1400-LOAD-SUPP-EARNINGS
               THRU 1400-EXIT.
           PERFORM 1450-LOAD-EXPENSE-CLAIMS
               THRU 1450-EXIT.

           IF WS-RESTART-REQUESTED
               READ PAYROLL-CHECKPOINT-FILE
                   MOVE CKPT-GRAND-GARN   TO WS-GRAND-GARN
                   MOVE CKPT-DEPT-ACCUMULATORS
                       TO WS-DEPT-ACCUMULATORS
                   PERFORM 1130-VERIFY-CHECKPOINT-DEPT
                       VARYING WS-DEPT-SUB FROM 1 BY 1
                       UNTIL WS-DEPT-SUB > DT-ENTRY-LIMIT
                   MOVE CKPT-GRAND-STATE-TAX TO WS-GRAND-STATE-TAX
                   MOVE CKPT-STATE-ACCUMULATORS
                       TO WS-STATE-ACCUMULATORS
                   MOVE CKPT-GRAND-EXPENSE TO WS-GRAND-EXPENSE
                   MOVE CKPT-EXPENSE-ACCUMULATORS
                       TO WS-EXPENSE-ACCUMULATORS
               END-IF
           END-IF.
       1000-EXIT.
           CLOSE TAX-RATE-PARM-FILE.
           PERFORM 7650-VERIFY-SCHEDULE.
           IF TR-NO-SCHEDULE
               IF TR-STATE-ERROR-CODE NOT = SPACES
                   DISPLAY "TAXC - STATE TAX SCHEDULE FOR "
                       TR-STATE-ERROR-CODE " ON TAXRATES IS "
                       "INCOMPLETE OR OVER THE STATE LIMIT - "
                       "RUN ABORTED"
               ELSE
                   DISPLAY "TAXC - NO TAX SCHEDULE ON TAXRATES COVERS "
                       "RUN DATE " WS-CURRENT-DATE " - RUN ABORTED"
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "TAXC - TAX SCHEDULE EFFECTIVE "
               TR-SELECTED-EFF-DATE " SELECTED".
           DISPLAY "TAXC - STATE SCHEDULES LOADED: " TR-STATE-COUNT.
       1100-EXIT.
           EXIT.

                   PERFORM 7600-APPLY-RATE-LINE
           END-READ.

      * ================================================================
      * 1120-LOAD-DEPARTMENT-TABLE - reads the DEPARTMENT-MASTER
      *                              through the shared table loader
      *                              and stamps each accumulator slot
      *                              with its department code.  No
      *                              department master, or one too
      *                              big for the table, aborts the
      *                              run - payroll dollars would
      *                              otherwise land in the wrong
      *                              department or none.
      * ================================================================
       1120-LOAD-DEPARTMENT-TABLE.
           OPEN INPUT DEPARTMENT-MASTER-FILE.
           IF WS-DEPTMAST-STATUS NOT = "00"
               DISPLAY "TAXC - CANNOT OPEN DEPTMAST DEPARTMENT MASTER "
                   "- STATUS " WS-DEPTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1121-READ-ONE-DEPARTMENT
               UNTIL WS-DEPTMAST-END-OF-FILE.
           CLOSE DEPARTMENT-MASTER-FILE.
           IF DT-TABLE-OVERFLOW
               DISPLAY "TAXC - DEPTMAST HOLDS MORE DEPARTMENTS THAN "
                   "THE TABLE - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 7450-FINISH-DEPARTMENT-TABLE.
           PERFORM 1122-STAMP-ONE-DEPT-SLOT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > DT-ENTRY-COUNT.
       1120-EXIT.
           EXIT.

       1121-READ-ONE-DEPARTMENT.
           READ DEPARTMENT-MASTER-FILE
               AT END
                   SET WS-DEPTMAST-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM 7400-FILE-ONE-DEPARTMENT
           END-READ.

       1122-STAMP-ONE-DEPT-SLOT.
           SET DT-IDX TO WS-DEPT-SUB.
           MOVE DT-DEPT-CODE (DT-IDX)
               TO WS-DEPT-ACCUM-CODE (WS-DEPT-SUB).

      * A slot past the end of the reloaded table must be as empty
      * as the checkpoint left it.
       1130-VERIFY-CHECKPOINT-DEPT.
           IF WS-DEPT-SUB > DT-ENTRY-COUNT
               MOVE SPACES TO DT-SEARCH-CODE
           ELSE
               SET DT-IDX TO WS-DEPT-SUB
               MOVE DT-DEPT-CODE (DT-IDX) TO DT-SEARCH-CODE
           END-IF.
           IF WS-DEPT-ACCUM-CODE (WS-DEPT-SUB) NOT = DT-SEARCH-CODE
               DISPLAY "TAXC - DEPTMAST HAS CHANGED SINCE THE "
                   "CHECKPOINT - RERUN FROM THE TOP"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * ================================================================
      * 1050-SET-PARMS-FROM-COMMAND-LINE - a blank slot for the
      *                                    restart switch or threshold
       1050-SET-PARMS-FROM-COMMAND-LINE.
           MOVE WS-CMD-LINE-PARM(1:1) TO WS-RUN-MODE.
           IF NOT WS-FULL-LISTING AND NOT WS-EXCEPTION-ONLY
              AND NOT WS-PREVIEW-RUN
               SET WS-FULL-LISTING TO TRUE
           END-IF.
           MOVE WS-CMD-LINE-PARM(3:1) TO WS-RESTART-SWITCH.
       1410-EXIT.
           EXIT.

      * ================================================================
      * 1450-LOAD-EXPENSE-CLAIMS - the approved claims are tabled up
      *                            front so the pay loop can merge
      *                            them by employee, and each claim's
      *                            expense account is given its
      *                            accumulator slot as it is tabled -
      *                            so a restart, which re-tables the
      *                            same file, lines up with the slots
      *                            the checkpoint carries.  More
      *                            claims or more expense accounts
      *                            than the tables hold aborts the
      *                            run before anyone is paid.
      * ================================================================
       1450-LOAD-EXPENSE-CLAIMS.
           OPEN INPUT EXPENSE-CLAIM-FILE.
           IF WS-EXPCLAIM-STATUS = "35"
               GO TO 1450-EXIT
           END-IF.
           PERFORM 1460-LOAD-ONE-CLAIM
               THRU 1460-EXIT
               UNTIL WS-EXPCLAIM-END-OF-FILE.
           CLOSE EXPENSE-CLAIM-FILE.
           DISPLAY "TAXC - EXPENSE CLAIMS TABLED: " WS-EXP-CLAIM-COUNT.
       1450-EXIT.
           EXIT.

       1460-LOAD-ONE-CLAIM.
           READ EXPENSE-CLAIM-FILE
               AT END
                   SET WS-EXPCLAIM-END-OF-FILE TO TRUE
           END-READ.
           IF WS-EXPCLAIM-END-OF-FILE
               GO TO 1460-EXIT
           END-IF.
           IF WS-EXP-CLAIM-COUNT >= WS-EXP-CLAIM-LIMIT
               DISPLAY "TAXC - EXPCLAIM EXCEEDS " WS-EXP-CLAIM-LIMIT
                   " ENTRIES - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-EXP-CLAIM-COUNT.
           MOVE EXPENSE-CLAIM-LINE(1:10)
               TO WS-EC-EMP-ID (WS-EXP-CLAIM-COUNT).
           MOVE EXPENSE-CLAIM-LINE(11:3)
               TO WS-EC-TYPE (WS-EXP-CLAIM-COUNT).
           MOVE EXPENSE-CLAIM-LINE(31:12)
               TO WS-EC-CLAIM-REF (WS-EXP-CLAIM-COUNT).
           MOVE ZERO TO WS-EC-AMOUNT (WS-EXP-CLAIM-COUNT).
           MOVE ZERO TO WS-EC-GL-ACCT (WS-EXP-CLAIM-COUNT).
           MOVE ZERO TO WS-EC-ACCUM-SUB (WS-EXP-CLAIM-COUNT).
           SET WS-EC-INVALID (WS-EXP-CLAIM-COUNT) TO TRUE.
           MOVE EXPENSE-CLAIM-LINE(14:11) TO WS-EC-AMOUNT-DIGITS.
           MOVE EXPENSE-CLAIM-LINE(25:6) TO WS-EC-GL-ACCT-X.
           IF WS-EC-AMOUNT-DIGITS NOT NUMERIC
              OR WS-EC-AMOUNT-DIGITS = ZERO
              OR WS-EC-GL-ACCT-X NOT NUMERIC
              OR WS-EC-GL-ACCT-N = ZERO
               GO TO 1460-EXIT
           END-IF.
           MOVE WS-EC-AMOUNT-N
               TO WS-EC-AMOUNT (WS-EXP-CLAIM-COUNT).
           MOVE WS-EC-GL-ACCT-N
               TO WS-EC-GL-ACCT (WS-EXP-CLAIM-COUNT).
           MOVE ZERO TO WS-EXPENSE-FOUND-SUB.
           PERFORM 1470-MATCH-ONE-EXPENSE-ACCT
               VARYING WS-EXPENSE-ACCUM-SUB FROM 1 BY 1
               UNTIL WS-EXPENSE-ACCUM-SUB > WS-EXPENSE-ACCUM-LIMIT
               OR WS-EXPENSE-FOUND-SUB NOT = ZERO.
           IF WS-EXPENSE-FOUND-SUB = ZERO
               DISPLAY "TAXC - EXPCLAIM NAMES MORE THAN "
                   WS-EXPENSE-ACCUM-LIMIT
                   " EXPENSE ACCOUNTS - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-EC-GL-ACCT-N
               TO WS-EXPENSE-ACCUM-ACCT (WS-EXPENSE-FOUND-SUB).
           MOVE WS-EXPENSE-FOUND-SUB
               TO WS-EC-ACCUM-SUB (WS-EXP-CLAIM-COUNT).
           SET WS-EC-UNPAID (WS-EXP-CLAIM-COUNT) TO TRUE.
       1460-EXIT.
           EXIT.

       1470-MATCH-ONE-EXPENSE-ACCT.
           IF WS-EXPENSE-ACCUM-ACCT (WS-EXPENSE-ACCUM-SUB)
                  = WS-EC-GL-ACCT-N
              OR WS-EXPENSE-ACCUM-ACCT (WS-EXPENSE-ACCUM-SUB) = ZERO
               MOVE WS-EXPENSE-ACCUM-SUB TO WS-EXPENSE-FOUND-SUB
           END-IF.

      * ================================================================
      * 1500-FIND-PRIOR-PAY-DATES - preview only.  The prior period
      *                             for each pay-frequency group is
      *                             the latest stub date on PAYHIST
      *                             before today; a preview re-run
      *                             on a payday after the real run
      *                             must not compare the run with
      *                             itself.
      * ================================================================
       1500-FIND-PRIOR-PAY-DATES.
           MOVE ZERO TO PH-KEY.
           MOVE "N" TO WS-PAYHIST-EOF-SWITCH.
           START PAY-HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
               INVALID KEY
                   SET WS-PAYHIST-END-OF-FILE TO TRUE
           END-START.
           PERFORM 1510-SCAN-ONE-STUB
               THRU 1510-EXIT
               UNTIL WS-PAYHIST-END-OF-FILE.
           DISPLAY "TAXC - PREVIEW PRIOR PAY DATES  MONTHLY "
               WS-PRIOR-DATE-MONTHLY "  BIWEEKLY "
               WS-PRIOR-DATE-BIWEEKLY.
       1500-EXIT.
           EXIT.

       1510-SCAN-ONE-STUB.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-PAYHIST-END-OF-FILE TO TRUE
           END-READ.
           IF WS-PAYHIST-END-OF-FILE
              OR PH-PAY-DATE NOT < WS-CURRENT-DATE-NUM
               GO TO 1510-EXIT
           END-IF.
           IF PH-PAY-FREQ = "B"
               IF PH-PAY-DATE > WS-PRIOR-DATE-BIWEEKLY
                   MOVE PH-PAY-DATE TO WS-PRIOR-DATE-BIWEEKLY
               END-IF
           ELSE
               IF PH-PAY-DATE > WS-PRIOR-DATE-MONTHLY
                   MOVE PH-PAY-DATE TO WS-PRIOR-DATE-MONTHLY
               END-IF
           END-IF.
       1510-EXIT.
           EXIT.

      * ================================================================
      * 2000-PROCESS-EMPLOYEES - main processing loop, one employee
      *                          per iteration.
                   GO TO 2000-EXIT
               END-IF
               PERFORM 2200-EDIT-SALARY
               IF EDIT-IS-VALID
                   PERFORM 2210-EDIT-WORK-STATE
               END-IF
               IF EDIT-IS-VALID
                   PERFORM 2300-CALCULATE-DEDUCTIONS
                   PERFORM 2400-CALCULATE-TAX
                   PERFORM 2410-CALCULATE-STATE-TAX
                   PERFORM 2420-APPLY-SUPP-EARNINGS
                   PERFORM 2440-SETTLE-ARREARS
                   PERFORM 2450-APPLY-GARNISHMENTS
                   PERFORM 2490-APPLY-EXPENSE-CLAIMS
                       THRU 2490-EXIT
                   IF WS-PREVIEW-RUN
                       PERFORM 2700-ACCUMULATE-TOTALS
                       PERFORM 2950-PREVIEW-COMPARE
                           THRU 2950-EXIT
                   ELSE
                       PERFORM 2500-UPDATE-YTD
                       PERFORM 2550-ACCRUE-LEAVE
                       PERFORM 2700-ACCUMULATE-TOTALS
                       PERFORM 2750-WRITE-PAYMENT-EXTRACT
                       PERFORM 2760-WRITE-PAY-HISTORY
                       PERFORM 2800-PRINT-DETAIL
                       PERFORM 2900-CHECKPOINT-CHECK
                   END-IF
               ELSE
                   ADD 1 TO WS-RECORDS-REJECTED
                   IF WS-PREVIEW-RUN
                       PERFORM 2960-PREVIEW-REJECT
                   ELSE
                       PERFORM 2600-WRITE-ERROR-LINE
                   END-IF
               END-IF
           END-IF.
       2000-EXIT.
           MOVE 99999999.99        TO EDIT-MAX-VALUE.
           PERFORM 7000-EDIT-NUMERIC-RANGE.

      * A blank work state withholds no state tax; any other code
      * must have a schedule on TAXRATES, or the employee would be
      * paid with nothing withheld for the state.
       2210-EDIT-WORK-STATE.
           IF EMP-WORK-STATE NOT = SPACES
               MOVE EMP-WORK-STATE TO TR-PARSE-STATE
               PERFORM 7810-FIND-STATE-SLOT
               IF TR-STATE-SUB = ZERO
                   SET EDIT-IS-INVALID TO TRUE
                   MOVE "NO STATE TAX SCHEDULE FOR WORK STATE"
                       TO EDIT-REASON
               END-IF
           END-IF.

       2300-CALCULATE-DEDUCTIONS.
           MOVE ZERO TO WS-PAY-MEMO-COUNT.
           IF EMP-PAID-BIWEEKLY
               TR-TAX-ANNUAL / WS-PERIODS-PER-YEAR.
           COMPUTE WS-NET-PAY = WS-PERIOD-TAXABLE - WS-TAX-AMOUNT.

      * ================================================================
      * 2410-CALCULATE-STATE-TAX - the work state's own graduated
      *                            schedule, on the same annual
      *                            taxable and filing status as the
      *                            federal tax and spread over the
      *                            periods the same way.  Withheld as
      *                            a separate figure out of net pay.
      * ================================================================
       2410-CALCULATE-STATE-TAX.
           MOVE ZERO TO WS-STATE-TAX-AMOUNT.
           IF EMP-WORK-STATE NOT = SPACES
               MOVE EMP-WORK-STATE    TO TR-WORK-STATE
               MOVE EMP-FILING-STATUS TO TR-FILING-STATUS
               MOVE WS-TAXABLE-SALARY TO TR-TAXABLE-ANNUAL
               PERFORM 7750-COMPUTE-STATE-TAX
               COMPUTE WS-STATE-TAX-AMOUNT ROUNDED =
                   TR-STATE-TAX-ANNUAL / WS-PERIODS-PER-YEAR
               SUBTRACT WS-STATE-TAX-AMOUNT FROM WS-NET-PAY
           END-IF.

      * ================================================================
      * 2420-APPLY-SUPP-EARNINGS - one-time earnings merge into the
      *                            period's figures AFTER the
      *                            net fields so YTD, the extract,
      *                            the GL feed and the totals all
      *                            see them with no special cases.
      *                            The work state's supplemental
      *                            rate applies the same way.
      * ================================================================
       2420-APPLY-SUPP-EARNINGS.
           MOVE ZERO TO WS-PERIOD-SUPP.
               ADD WS-PERIOD-SUPP TO WS-PERIOD-GROSS
               ADD WS-PERIOD-SUPP TO WS-PERIOD-TAXABLE
               ADD WS-SUPP-TAX    TO WS-TAX-AMOUNT
               IF EMP-WORK-STATE NOT = SPACES
                   COMPUTE WS-SUPP-TAX ROUNDED =
                       WS-PERIOD-SUPP * TR-STATE-SUPP-RATE / 100
                   ADD WS-SUPP-TAX TO WS-STATE-TAX-AMOUNT
               END-IF
               COMPUTE WS-NET-PAY =
                   WS-PERIOD-TAXABLE - WS-TAX-AMOUNT
                   - WS-STATE-TAX-AMOUNT
           END-IF.
       2420-EXIT.
           EXIT.
      *                       see them as the withholdings they are.
      * ================================================================
       2440-SETTLE-ARREARS.
           MOVE ZERO TO WS-EMP-ARREARS-RECOVD.
           MOVE EMP-ID TO DA-EMP-ID.
           READ DEDUCTION-ARREARS-FILE
               INVALID KEY
              AND WS-INS-SHORTFALL = ZERO
               COMPUTE WS-ARREARS-RECOVERABLE =
                   WS-PERIOD-TAXABLE - WS-TAX-AMOUNT
                   - WS-STATE-TAX-AMOUNT
               IF WS-ARREARS-RECOVERABLE > ZERO
                  AND DA-PF-ARREARS > ZERO
                   MOVE DA-PF-ARREARS TO WS-ONE-RECOVERY
                   SUBTRACT WS-ONE-RECOVERY FROM WS-NET-PAY
                   ADD WS-ONE-RECOVERY TO WS-PERIOD-PF
                   ADD WS-ONE-RECOVERY TO WS-GRAND-ARREARS-RECOVD
                   ADD WS-ONE-RECOVERY TO WS-EMP-ARREARS-RECOVD
                   MOVE "RECOVERED " TO WS-AML-ACTION
                   MOVE "PF  "       TO WS-AML-TYPE
                   MOVE WS-ONE-RECOVERY TO WS-AML-AMOUNT
                   SUBTRACT WS-ONE-RECOVERY FROM WS-NET-PAY
                   ADD WS-ONE-RECOVERY TO WS-PERIOD-INS
                   ADD WS-ONE-RECOVERY TO WS-GRAND-ARREARS-RECOVD
                   ADD WS-ONE-RECOVERY TO WS-EMP-ARREARS-RECOVD
                   MOVE "RECOVERED " TO WS-AML-ACTION
                   MOVE "INS "       TO WS-AML-TYPE
                   MOVE WS-ONE-RECOVERY TO WS-AML-AMOUNT
                   PERFORM 2445-SAVE-ARREARS-MEMO
               END-IF
           END-IF.
      * A preview works the arrears in storage only.
           IF WS-PAY-MEMO-COUNT > ZERO
              AND NOT WS-PREVIEW-RUN
               MOVE WS-CURRENT-DATE TO DA-LAST-ACTIVITY-DATE
               IF WS-ARREARS-RECORD-FOUND
                   REWRITE DEDUCTION-ARREARS-RECORD
            OR WS-GML-CAP-FLAG NOT = SPACES
               ADD WS-ONE-GARN-TAKE TO WS-PERIOD-GARN
               ADD WS-ONE-GARN-TAKE TO GRN-WITHHELD-TO-DATE
               IF NOT WS-PREVIEW-RUN
                   REWRITE GARNISHMENT-ORDER-RECORD
                   PERFORM 2470-WRITE-GARN-REMIT
               END-IF
               PERFORM 2480-SAVE-GARN-MEMO
           END-IF.
       2460-EXIT.
                   TO WS-PAY-MEMO-SAVED (WS-PAY-MEMO-COUNT)
           END-IF.

      * ================================================================
      * 2490-APPLY-EXPENSE-CLAIMS - approved claims are paid with the
      *                             net AFTER the garnishments, so no
      *                             order can reach them, and never
      *                             touch the gross, taxable or tax -
      *                             a reimbursement is not wages.  A
      *                             preview pays them in storage only.
      * ================================================================
       2490-APPLY-EXPENSE-CLAIMS.
           MOVE ZERO TO WS-PERIOD-EXPENSE.
           IF WS-EXP-CLAIM-COUNT = ZERO
               GO TO 2490-EXIT
           END-IF.
           PERFORM 2495-MATCH-ONE-CLAIM
               VARYING WS-EXP-CLAIM-SUB FROM 1 BY 1
               UNTIL WS-EXP-CLAIM-SUB > WS-EXP-CLAIM-COUNT.
           ADD WS-PERIOD-EXPENSE TO WS-NET-PAY.
       2490-EXIT.
           EXIT.

       2495-MATCH-ONE-CLAIM.
           IF WS-EC-EMP-ID (WS-EXP-CLAIM-SUB) = EMP-ID
              AND WS-EC-UNPAID (WS-EXP-CLAIM-SUB)
               ADD WS-EC-AMOUNT (WS-EXP-CLAIM-SUB)
                   TO WS-PERIOD-EXPENSE
               SET WS-EC-PAID (WS-EXP-CLAIM-SUB) TO TRUE
               MOVE WS-EC-ACCUM-SUB (WS-EXP-CLAIM-SUB)
                   TO WS-EXPENSE-ACCUM-SUB
               ADD WS-EC-AMOUNT (WS-EXP-CLAIM-SUB)
                   TO WS-EXPENSE-ACCUM-AMT (WS-EXPENSE-ACCUM-SUB)
               MOVE WS-EC-TYPE (WS-EXP-CLAIM-SUB) TO WS-EML-TYPE
               MOVE WS-EC-CLAIM-REF (WS-EXP-CLAIM-SUB)
                   TO WS-EML-CLAIM-REF
               MOVE WS-EC-GL-ACCT (WS-EXP-CLAIM-SUB) TO WS-EML-GL-ACCT
               MOVE WS-EC-AMOUNT (WS-EXP-CLAIM-SUB) TO WS-EML-AMOUNT
               IF WS-PAY-MEMO-COUNT < 9
                   ADD 1 TO WS-PAY-MEMO-COUNT
                   MOVE WS-EXPENSE-MEMO-LINE
                       TO WS-PAY-MEMO-SAVED (WS-PAY-MEMO-COUNT)
               END-IF
           END-IF.

       2500-UPDATE-YTD.
           MOVE EMP-ID TO YTD-EMP-ID.
           READ YTD-CONTROL-FILE
               MOVE WS-CURRENT-YYYY TO YTD-LAST-RUN-YYYY
               MOVE WS-CURRENT-MM   TO YTD-LAST-RUN-MM
               MOVE WS-CURRENT-DD   TO YTD-LAST-RUN-DD
               PERFORM 2510-UPDATE-YTD-STATE
                   THRU 2510-EXIT
               REWRITE YTD-TAX-CONTROL-RECORD
           ELSE
               MOVE EMP-ID          TO YTD-EMP-ID
               MOVE WS-CURRENT-YYYY TO YTD-LAST-RUN-YYYY
               MOVE WS-CURRENT-MM   TO YTD-LAST-RUN-MM
               MOVE WS-CURRENT-DD   TO YTD-LAST-RUN-DD
               PERFORM 2520-CLEAR-ONE-YTD-STATE
                   VARYING WS-YTD-STATE-SUB FROM 1 BY 1
                   UNTIL WS-YTD-STATE-SUB > 3
               PERFORM 2510-UPDATE-YTD-STATE
                   THRU 2510-EXIT
               WRITE YTD-TAX-CONTROL-RECORD
           END-IF.

      * ================================================================
      * 2510-UPDATE-YTD-STATE - the employee's YTD slot for the work
      *                         state, or the first free one.  Three
      *                         states in one year fill the record;
      *                         a fourth is logged for the office to
      *                         carry by hand and the pay still goes.
      * ================================================================
       2510-UPDATE-YTD-STATE.
           IF EMP-WORK-STATE = SPACES
               GO TO 2510-EXIT
           END-IF.
           MOVE ZERO TO WS-STATE-FOUND-SUB.
           PERFORM 2515-MATCH-ONE-YTD-STATE
               VARYING WS-YTD-STATE-SUB FROM 1 BY 1
               UNTIL WS-YTD-STATE-SUB > 3
               OR WS-STATE-FOUND-SUB NOT = ZERO.
           IF WS-STATE-FOUND-SUB = ZERO
               MOVE "TAXC" TO EL-PROGRAM-ID
               SET EL-SEVERITY-WARNING TO TRUE
               MOVE EMP-ID TO EL-RECORD-KEY
               MOVE "YTD STATE SLOTS FULL - STATE TAX NOT CARRIED"
                   TO EL-MESSAGE
               CALL "ERRLOG" USING WS-ERRLOG-PARAMETERS
               GO TO 2510-EXIT
           END-IF.
           MOVE EMP-WORK-STATE TO YTD-ST-CODE (WS-STATE-FOUND-SUB).
           ADD WS-PERIOD-GROSS
               TO YTD-ST-WAGES (WS-STATE-FOUND-SUB).
           ADD WS-STATE-TAX-AMOUNT
               TO YTD-ST-TAX (WS-STATE-FOUND-SUB).
       2510-EXIT.
           EXIT.

       2515-MATCH-ONE-YTD-STATE.
           IF YTD-ST-CODE (WS-YTD-STATE-SUB) = EMP-WORK-STATE
              OR YTD-ST-CODE (WS-YTD-STATE-SUB) = SPACES
               MOVE WS-YTD-STATE-SUB TO WS-STATE-FOUND-SUB
           END-IF.

       2520-CLEAR-ONE-YTD-STATE.
           MOVE SPACES TO YTD-ST-CODE (WS-YTD-STATE-SUB).
           MOVE ZERO   TO YTD-ST-WAGES (WS-YTD-STATE-SUB).
           MOVE ZERO   TO YTD-ST-TAX (WS-YTD-STATE-SUB).

      * ================================================================
      * 2550-ACCRUE-LEAVE - each paid employee accrues the LEAVETBL
      *                     tier rates for their length of service.
           ADD WS-NET-PAY    TO WS-GRAND-NET.
           ADD WS-PERIOD-PF  TO WS-GRAND-PF.
           ADD WS-PERIOD-INS TO WS-GRAND-INS.
           ADD WS-PERIOD-EXPENSE TO WS-GRAND-EXPENSE.
           PERFORM 2710-ACCUMULATE-DEPARTMENT.
           IF WS-STATE-TAX-AMOUNT NOT = ZERO
               ADD WS-STATE-TAX-AMOUNT TO WS-GRAND-STATE-TAX
               PERFORM 2720-ACCUMULATE-STATE
           END-IF.

      * ================================================================
      * 2710-ACCUMULATE-DEPARTMENT - a code not on DEPTMAST lands in
      *                              the UNASSIGNED slot so every
      *                              payroll dollar stays inside the
      *                              department totals.  The employer
      *                              with the employee.
      * ================================================================
       2710-ACCUMULATE-DEPARTMENT.
           MOVE EMP-DEPT-CODE TO DT-SEARCH-CODE.
           PERFORM 7410-FIND-DEPARTMENT-SLOT.
           MOVE DT-DEPT-SUB TO WS-DEPT-SUB.
           ADD WS-PERIOD-GROSS TO WS-DEPT-GROSS (WS-DEPT-SUB).
           ADD WS-TAX-AMOUNT   TO WS-DEPT-TAX (WS-DEPT-SUB).
           ADD WS-NET-PAY      TO WS-DEPT-NET (WS-DEPT-SUB).
           ADD WS-PERIOD-PF    TO
               WS-DEPT-EMPLOYER-COST (WS-DEPT-SUB).

      * A work state is only paid when it has a schedule, and the
      * schedule table holds no more states than this one, so a
      * slot is always found.
       2720-ACCUMULATE-STATE.
           MOVE ZERO TO WS-STATE-FOUND-SUB.
           PERFORM 2725-MATCH-ONE-STATE-TOTAL
               VARYING WS-STATE-ACCUM-SUB FROM 1 BY 1
               UNTIL WS-STATE-ACCUM-SUB > 5
               OR WS-STATE-FOUND-SUB NOT = ZERO.
           MOVE EMP-WORK-STATE
               TO WS-STATE-ACCUM-CODE (WS-STATE-FOUND-SUB).
           ADD WS-STATE-TAX-AMOUNT
               TO WS-STATE-ACCUM-TAX (WS-STATE-FOUND-SUB).

       2725-MATCH-ONE-STATE-TOTAL.
           IF WS-STATE-ACCUM-CODE (WS-STATE-ACCUM-SUB) = EMP-WORK-STATE
              OR WS-STATE-ACCUM-CODE (WS-STATE-ACCUM-SUB) = SPACES
               MOVE WS-STATE-ACCUM-SUB TO WS-STATE-FOUND-SUB
           END-IF.

      * ================================================================
      * 2750-WRITE-PAYMENT-EXTRACT - every paid employee gets exactly
      *                              one extract record whether or
           MOVE WS-PERIOD-GARN  TO PX-GARN-AMOUNT.
           MOVE LV-VAC-BALANCE  TO PX-VAC-BALANCE.
           MOVE LV-SICK-BALANCE TO PX-SICK-BALANCE.
           MOVE EMP-WORK-STATE  TO PX-WORK-STATE.
           MOVE WS-STATE-TAX-AMOUNT TO PX-STATE-TAX.
           MOVE WS-PERIOD-EXPENSE TO PX-EXPENSE-REIMB.
           WRITE PAYMENT-EXTRACT-RECORD.

      * ================================================================
      * 2760-WRITE-PAY-HISTORY - the permanent stub for this
      *                          employee and pay date, built from
      *                          the same figures as the extract.  A
      *                          record already on file for the key
      *                          is a checkpoint restart re-paying
      *                          the employee, and is replaced.
      * ================================================================
       2760-WRITE-PAY-HISTORY.
           MOVE SPACES            TO PAY-HISTORY-RECORD.
           MOVE EMP-ID            TO PH-EMP-ID.
           MOVE WS-CURRENT-DATE   TO PH-PAY-DATE.
           MOVE EMP-NAME          TO PH-EMP-NAME.
           MOVE EMP-PAY-FREQ      TO PH-PAY-FREQ.
           MOVE EMP-FILING-STATUS TO PH-FILING-STATUS.
           MOVE EMP-DEPT-CODE     TO PH-DEPT-CODE.
           MOVE PX-PAY-METHOD     TO PH-PAY-METHOD.
           MOVE WS-PERIOD-GROSS   TO PH-PERIOD-GROSS.
           MOVE WS-PERIOD-SUPP    TO PH-SUPP-EARNINGS.
           MOVE WS-PERIOD-PF      TO PH-PF-AMOUNT.
           MOVE WS-PERIOD-INS     TO PH-INS-AMOUNT.
           MOVE WS-TAX-AMOUNT     TO PH-TAX-AMOUNT.
           MOVE WS-PERIOD-GARN    TO PH-GARN-AMOUNT.
           COMPUTE PH-ARREARS-BOOKED =
               WS-PF-SHORTFALL + WS-INS-SHORTFALL.
           MOVE WS-EMP-ARREARS-RECOVD TO PH-ARREARS-RECOVERED.
           MOVE WS-NET-PAY        TO PH-NET-PAY.
           MOVE LV-VAC-BALANCE    TO PH-VAC-BALANCE.
           MOVE LV-SICK-BALANCE   TO PH-SICK-BALANCE.
           MOVE EMP-WORK-STATE    TO PH-WORK-STATE.
           MOVE WS-STATE-TAX-AMOUNT TO PH-STATE-TAX.
           MOVE WS-PERIOD-EXPENSE TO PH-EXPENSE-REIMB.
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   REWRITE PAY-HISTORY-RECORD
           END-WRITE.

      * ================================================================
      * 2800-PRINT-DETAIL - in FULL mode every employee prints; in
      *                     EXCEPTION mode only an employee whose tax
           END-IF.
           MOVE WS-PERIOD-GROSS TO WS-DTL-SALARY.
           MOVE WS-TAX-AMOUNT TO WS-DTL-TAX.
           MOVE EMP-WORK-STATE TO WS-DTL-WORK-STATE.
           MOVE WS-STATE-TAX-AMOUNT TO WS-DTL-STATE-TAX.
           MOVE WS-NET-PAY   TO WS-DTL-NET-PAY.
           MOVE WS-DETAIL-LINE TO PAYROLL-REGISTER-LINE.
           WRITE PAYROLL-REGISTER-LINE.
           ADD 1 TO RH-LINE-COUNT.

       8020-WRITE-HEADING-LINES.
           IF WS-PREVIEW-RUN
               PERFORM 8030-WRITE-VARIANCE-HEADINGS
           ELSE
               MOVE RH-PAGE-NO TO WS-HDG-PAGE-NO
               MOVE WS-HEADING-LINE-1 TO PAYROLL-REGISTER-LINE
               WRITE PAYROLL-REGISTER-LINE
               MOVE WS-HEADING-LINE-2 TO PAYROLL-REGISTER-LINE
               WRITE PAYROLL-REGISTER-LINE
           END-IF.

       8030-WRITE-VARIANCE-HEADINGS.
           MOVE RH-PAGE-NO             TO WS-VH1-PAGE-NO.
           MOVE WS-CURRENT-DATE        TO WS-VH1-RUN-DATE.
           MOVE WS-PAY-FREQ-SELECT     TO WS-VH1-FREQ-GROUP.
           MOVE WS-EXCEPTION-THRESHOLD TO WS-VH2-THRESHOLD.
           MOVE WS-PRIOR-DATE-MONTHLY  TO WS-VH2-PRIOR-MONTHLY.
           MOVE WS-PRIOR-DATE-BIWEEKLY TO WS-VH2-PRIOR-BIWEEKLY.
           MOVE WS-VARIANCE-HEADING-1 TO PAYROLL-VARIANCE-LINE.
           WRITE PAYROLL-VARIANCE-LINE.
           MOVE WS-VARIANCE-HEADING-2 TO PAYROLL-VARIANCE-LINE.
           WRITE PAYROLL-VARIANCE-LINE.
           MOVE SPACES TO PAYROLL-VARIANCE-LINE.
           WRITE PAYROLL-VARIANCE-LINE.
           MOVE WS-VARIANCE-HEADING-3 TO PAYROLL-VARIANCE-LINE.
           WRITE PAYROLL-VARIANCE-LINE.

       2900-CHECKPOINT-CHECK.
           IF WS-RECORDS-READ / WS-CKPT-INTERVAL * WS-CKPT-INTERVAL
               MOVE WS-GRAND-GARN   TO CKPT-GRAND-GARN
               MOVE WS-DEPT-ACCUMULATORS
                   TO CKPT-DEPT-ACCUMULATORS
               MOVE WS-GRAND-STATE-TAX TO CKPT-GRAND-STATE-TAX
               MOVE WS-STATE-ACCUMULATORS
                   TO CKPT-STATE-ACCUMULATORS
               MOVE WS-GRAND-EXPENSE TO CKPT-GRAND-EXPENSE
               MOVE WS-EXPENSE-ACCUMULATORS
                   TO CKPT-EXPENSE-ACCUMULATORS
               REWRITE PAYROLL-CHECKPOINT-RECORD
                   INVALID KEY
                       WRITE PAYROLL-CHECKPOINT-RECORD
               END-REWRITE
           END-IF.

      * ================================================================
      * 2950-PREVIEW-COMPARE - preview only.  The employee's last
      *                        PAYHIST stub before today is the prior
      *                        period.  No stub at all is a NEW
      *                        employee; a stub older than the
      *                        group's prior pay date means the
      *                        employee was not paid last period;
      *                        otherwise a gross or net that moved
      *                        more than the threshold percent is
      *                        listed.  A net of zero or less always
      *                        lists as well.
      * ================================================================
       2950-PREVIEW-COMPARE.
           PERFORM 2970-TABLE-PREVIEW-EMPLOYEE.
           MOVE "N"  TO WS-PRIOR-FOUND-SWITCH.
           MOVE ZERO TO WS-PRIOR-PAY-DATE.
           MOVE ZERO TO WS-PRIOR-GROSS.
           MOVE ZERO TO WS-PRIOR-NET.
           MOVE ZERO TO WS-NET-CHANGE-PCT.
           MOVE EMP-ID TO PH-EMP-ID.
           MOVE ZERO   TO PH-PAY-DATE.
           MOVE "N" TO WS-PAYHIST-EOF-SWITCH.
           START PAY-HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
               INVALID KEY
                   SET WS-PAYHIST-END-OF-FILE TO TRUE
           END-START.
           PERFORM 2955-READ-ONE-PRIOR-STUB
               THRU 2955-EXIT
               UNTIL WS-PAYHIST-END-OF-FILE.
           IF EMP-PAID-BIWEEKLY
               MOVE WS-PRIOR-DATE-BIWEEKLY TO WS-PRIOR-DATE-GROUP
           ELSE
               MOVE WS-PRIOR-DATE-MONTHLY TO WS-PRIOR-DATE-GROUP
           END-IF.
           MOVE SPACES TO WS-PREVIEW-REASON.
           IF NOT WS-PRIOR-STUB-FOUND
               MOVE "NEW - NO PRIOR PAY" TO WS-PREVIEW-REASON
               ADD 1 TO WS-PREVIEW-NEW
               GO TO 2950-CHECK-NET
           END-IF.
           IF WS-PRIOR-PAY-DATE < WS-PRIOR-DATE-GROUP
               MOVE "NOT PAID LAST PERIOD" TO WS-PREVIEW-REASON
               ADD 1 TO WS-PREVIEW-NOT-LAST
               GO TO 2950-CHECK-NET
           END-IF.
           IF WS-PRIOR-GROSS = ZERO
               IF WS-PERIOD-GROSS = ZERO
                   MOVE ZERO TO WS-GROSS-CHANGE-PCT
               ELSE
                   MOVE 100.00 TO WS-GROSS-CHANGE-PCT
               END-IF
           ELSE
               COMPUTE WS-GROSS-CHANGE-PCT =
                   FUNCTION ABS(WS-PERIOD-GROSS - WS-PRIOR-GROSS)
                   * 100 / WS-PRIOR-GROSS
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-GROSS-CHANGE-PCT
               END-COMPUTE
           END-IF.
           IF WS-PRIOR-NET NOT > ZERO
               IF WS-NET-PAY = WS-PRIOR-NET
                   MOVE ZERO TO WS-NET-CHANGE-PCT
               ELSE
                   MOVE 100.00 TO WS-NET-CHANGE-PCT
               END-IF
           ELSE
               COMPUTE WS-NET-CHANGE-PCT =
                   FUNCTION ABS(WS-NET-PAY - WS-PRIOR-NET)
                   * 100 / WS-PRIOR-NET
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-NET-CHANGE-PCT
               END-COMPUTE
           END-IF.
           EVALUATE TRUE
               WHEN WS-GROSS-CHANGE-PCT > WS-EXCEPTION-THRESHOLD
                AND WS-NET-CHANGE-PCT > WS-EXCEPTION-THRESHOLD
                   MOVE "GROSS AND NET OVER PCT"
                       TO WS-PREVIEW-REASON
               WHEN WS-GROSS-CHANGE-PCT > WS-EXCEPTION-THRESHOLD
                   MOVE "GROSS CHANGE OVER PCT" TO WS-PREVIEW-REASON
               WHEN WS-NET-CHANGE-PCT > WS-EXCEPTION-THRESHOLD
                   MOVE "NET CHANGE OVER PCT" TO WS-PREVIEW-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-PREVIEW-REASON NOT = SPACES
               ADD 1 TO WS-PREVIEW-VARIANCES
           END-IF.
       2950-CHECK-NET.
           IF WS-PREVIEW-REASON NOT = SPACES
               PERFORM 2980-WRITE-VARIANCE-LINE
           END-IF.
           IF WS-NET-PAY NOT > ZERO
               MOVE "ZERO NET PAY" TO WS-PREVIEW-REASON
               ADD 1 TO WS-PREVIEW-ZERO-NET
               PERFORM 2980-WRITE-VARIANCE-LINE
           END-IF.
       2950-EXIT.
           EXIT.

       2955-READ-ONE-PRIOR-STUB.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-PAYHIST-END-OF-FILE TO TRUE
           END-READ.
           IF WS-PAYHIST-END-OF-FILE
               GO TO 2955-EXIT
           END-IF.
           IF PH-EMP-ID NOT = EMP-ID
              OR PH-PAY-DATE NOT < WS-CURRENT-DATE-NUM
               SET WS-PAYHIST-END-OF-FILE TO TRUE
               GO TO 2955-EXIT
           END-IF.
           SET WS-PRIOR-STUB-FOUND TO TRUE.
           MOVE PH-PAY-DATE     TO WS-PRIOR-PAY-DATE.
           MOVE PH-PERIOD-GROSS TO WS-PRIOR-GROSS.
           MOVE PH-NET-PAY      TO WS-PRIOR-NET.
       2955-EXIT.
           EXIT.

      * A rejected employee will not be paid by the real run either;
      * payroll needs to see that before sign-off, not after.
       2960-PREVIEW-REJECT.
           PERFORM 2970-TABLE-PREVIEW-EMPLOYEE.
           MOVE ZERO TO WS-PRIOR-GROSS.
           MOVE ZERO TO WS-PRIOR-NET.
           MOVE ZERO TO WS-PERIOD-GROSS.
           MOVE ZERO TO WS-NET-PAY.
           MOVE ZERO TO WS-NET-CHANGE-PCT.
           MOVE "REJECTED" TO WS-PREVIEW-REASON.
           PERFORM 2980-WRITE-VARIANCE-LINE.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE SPACES TO PAYROLL-VARIANCE-LINE.
           MOVE EDIT-REASON TO PAYROLL-VARIANCE-LINE(13:40).
           WRITE PAYROLL-VARIANCE-LINE.
           ADD 1 TO RH-LINE-COUNT.

       2970-TABLE-PREVIEW-EMPLOYEE.
           IF WS-PREVIEW-SEEN-COUNT >= WS-PREVIEW-SEEN-LIMIT
               DISPLAY "TAXC - PREVIEW EXCEEDS " WS-PREVIEW-SEEN-LIMIT
                   " EMPLOYEES - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PREVIEW-SEEN-COUNT.
           MOVE EMP-ID TO WS-PV-SEEN-EMP-ID (WS-PREVIEW-SEEN-COUNT).

       2980-WRITE-VARIANCE-LINE.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE EMP-ID            TO WS-VDL-EMP-ID.
           MOVE EMP-NAME          TO WS-VDL-EMP-NAME.
           MOVE EMP-PAY-FREQ      TO WS-VDL-PAY-FREQ.
           MOVE WS-PRIOR-GROSS    TO WS-VDL-PRIOR-GROSS.
           MOVE WS-PERIOD-GROSS   TO WS-VDL-THIS-GROSS.
           MOVE WS-PRIOR-NET      TO WS-VDL-PRIOR-NET.
           MOVE WS-NET-PAY        TO WS-VDL-THIS-NET.
           MOVE WS-NET-CHANGE-PCT TO WS-VDL-NET-PCT.
           MOVE WS-PREVIEW-REASON TO WS-VDL-REASON.
           MOVE WS-VARIANCE-DETAIL-LINE TO PAYROLL-VARIANCE-LINE.
           WRITE PAYROLL-VARIANCE-LINE.
           ADD 1 TO RH-LINE-COUNT.
           ADD 1 TO WS-PREVIEW-LISTED.

      * ================================================================
      * 9000-TERMINATE - grand-total line, run-history append, control
      *                  totals, close everything down.
      * ================================================================
       9000-TERMINATE.
           IF WS-PREVIEW-RUN
               PERFORM 9400-FINISH-PREVIEW
                   THRU 9400-EXIT
               GO TO 9000-EXIT
           END-IF.
           PERFORM 9300-REPORT-UNAPPLIED-EARNINGS
               THRU 9300-EXIT.
           PERFORM 9350-REPORT-UNPAID-CLAIMS
               THRU 9350-EXIT.
      * The absorbed one-time earnings are consumed with the run -
      * anything truly unapplied is on PAYERR for re-keying, and a
      * leftover file must not pay the same bonus again next run.
               OPEN OUTPUT SUPP-EARNINGS-FILE
               CLOSE SUPP-EARNINGS-FILE
           END-IF.
           IF WS-EXPCLAIM-STATUS NOT = "35"
               OPEN OUTPUT EXPENSE-CLAIM-FILE
               CLOSE EXPENSE-CLAIM-FILE
           END-IF.
           PERFORM 9200-PRINT-DEPARTMENT-SECTION
               THRU 9200-EXIT.
           PERFORM 9250-PRINT-STATE-SECTION
               THRU 9250-EXIT.
           PERFORM 9270-PRINT-EXPENSE-SECTION
               THRU 9270-EXIT.
           MOVE WS-GRAND-SALARY  TO WS-GTL-SALARY.
           MOVE WS-GRAND-TAX     TO WS-GTL-TAX.
           MOVE WS-GRAND-STATE-TAX TO WS-GTL-STATE-TAX.
           MOVE WS-GRAND-NET     TO WS-GTL-NET-PAY.
           MOVE WS-GRAND-TOTAL-LINE TO PAYROLL-REGISTER-LINE.
           WRITE PAYROLL-REGISTER-LINE.
           MOVE WS-GRAND-PF  TO RT-TOTAL-PF.
           MOVE WS-GRAND-INS TO RT-TOTAL-INS.
           MOVE WS-GRAND-GARN TO RT-TOTAL-GARN.
           MOVE WS-GRAND-STATE-TAX TO RT-TOTAL-STATE-TAX.
           MOVE WS-GRAND-EXPENSE TO RT-TOTAL-EXPENSE.
           MOVE RUN-TOTAL-HISTORY-RECORD TO RUN-TOTAL-HISTORY-LINE.
           WRITE RUN-TOTAL-HISTORY-LINE.

           DISPLAY "  RECORDS WRITTEN  : " WS-RECORDS-WRITTEN.
           DISPLAY "  RECORDS REJECTED : " WS-RECORDS-REJECTED.
           DISPLAY "  GRAND TOTAL TAX  : " WS-GRAND-TAX.
           DISPLAY "  GRAND STATE TAX  : " WS-GRAND-STATE-TAX.
           DISPLAY "  GRAND TOTAL GARN : " WS-GRAND-GARN.
           DISPLAY "  EXPENSE REIMB    : " WS-GRAND-EXPENSE.
           DISPLAY "  ARREARS BOOKED   : " WS-GRAND-ARREARS-BOOKED.
           DISPLAY "  ARREARS RECOVERED: " WS-GRAND-ARREARS-RECOVD.

           CLOSE GARNISHMENT-REMIT-FILE.
           CLOSE LEAVE-BALANCE-FILE.
           CLOSE DEDUCTION-ARREARS-FILE.
           CLOSE PAY-HISTORY-FILE.
           CLOSE GL-TRANSACTION-FILE.
           CLOSE RUN-TOTAL-HISTORY-FILE.
       9000-EXIT.
      *                      plus the tax, PF and insurance
      *                      payables (gross = net + tax + PF + ins
      *                      + garnishments by construction of the
      *                      deductions), with the state tax
      *                      credited to each work state's own
      *                      liability account.  Expense
      *                      reimbursements ride the net-pay
      *                      clearing credit and are debited to
      *                      the expense accounts the claims
      *                      named, so the entry still balances.  A
      *                      zero leg is skipped - GLPOST has no use
      *                      for an empty posting.
      * ================================================================
      * still balances against the credit legs.
           PERFORM 9105-WRITE-ONE-DEPT-DEBIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > DT-ENTRY-COUNT.
           PERFORM 9130-WRITE-ONE-EXPENSE-DEBIT
               VARYING WS-EXPENSE-ACCUM-SUB FROM 1 BY 1
               UNTIL WS-EXPENSE-ACCUM-SUB > WS-EXPENSE-ACCUM-LIMIT.
           IF WS-GRAND-NET NOT = ZERO
               MOVE WS-GL-NET-CLEARING-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-CREDIT TO TRUE
               MOVE "PAYROLL TAX WH" TO GL-TRANS-DESC
               PERFORM 9110-WRITE-ONE-GL-LEG
           END-IF.
           PERFORM 9120-WRITE-ONE-STATE-CREDIT
               VARYING WS-STATE-ACCUM-SUB FROM 1 BY 1
               UNTIL WS-STATE-ACCUM-SUB > 5.
           IF WS-GRAND-PF NOT = ZERO
               MOVE WS-GL-PF-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-CREDIT TO TRUE
       9100-EXIT.
           EXIT.

      * A department with no expense account of its own (the
      * catch-all) is debited to the default payroll expense account.
       9105-WRITE-ONE-DEPT-DEBIT.
           IF WS-DEPT-GROSS (WS-DEPT-SUB) NOT = ZERO
               SET DT-IDX TO WS-DEPT-SUB
               IF DT-EXPENSE-ACCT (DT-IDX) = ZERO
                   MOVE WS-GL-EXPENSE-ACCT TO GL-TRANS-ACCT-ID
               ELSE
                   MOVE DT-EXPENSE-ACCT (DT-IDX) TO GL-TRANS-ACCT-ID
               END-IF
               SET GL-TRANS-IS-DEBIT TO TRUE
               MOVE WS-DEPT-GROSS (WS-DEPT-SUB)
                   TO GL-TRANS-AMOUNT
               MOVE "PAYROLL GROSS EXP" TO GL-TRANS-DESC
               MOVE DT-DEPT-CODE (DT-IDX) TO GL-TRANS-DEPT-CODE
               PERFORM 9110-WRITE-ONE-GL-LEG
           END-IF.
           PERFORM 7910-WRITE-GL-BATCH-DETAIL.
           MOVE SPACES TO GL-TRANS-DEPT-CODE.

      * A state's liability account comes from its TAXRATES schedule;
      * a restart against a rate file that has since lost the state
      * falls back to the federal payable so the batch still balances.
       9120-WRITE-ONE-STATE-CREDIT.
           IF WS-STATE-ACCUM-TAX (WS-STATE-ACCUM-SUB) NOT = ZERO
               PERFORM 9125-FIND-STATE-GL-ACCT
               MOVE TR-STATE-GL-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-CREDIT TO TRUE
               MOVE WS-STATE-ACCUM-TAX (WS-STATE-ACCUM-SUB)
                   TO GL-TRANS-AMOUNT
               MOVE SPACES TO GL-TRANS-DESC
               STRING "PAYROLL STATE WH "
                      WS-STATE-ACCUM-CODE (WS-STATE-ACCUM-SUB)
                   DELIMITED BY SIZE INTO GL-TRANS-DESC
               PERFORM 9110-WRITE-ONE-GL-LEG
           END-IF.

       9125-FIND-STATE-GL-ACCT.
           MOVE WS-STATE-ACCUM-CODE (WS-STATE-ACCUM-SUB)
               TO TR-PARSE-STATE.
           PERFORM 7810-FIND-STATE-SLOT.
           IF TR-STATE-SUB = ZERO
               DISPLAY "TAXC - NO STATE SCHEDULE FOR "
                   TR-PARSE-STATE " - STATE TAX CREDITED TO "
                   WS-GL-TAX-ACCT
               MOVE WS-GL-TAX-ACCT TO TR-STATE-GL-ACCT
           ELSE
               MOVE TR-ST-GL-ACCT (TR-STATE-SUB) TO TR-STATE-GL-ACCT
           END-IF.

       9130-WRITE-ONE-EXPENSE-DEBIT.
           IF WS-EXPENSE-ACCUM-AMT (WS-EXPENSE-ACCUM-SUB) NOT = ZERO
               MOVE WS-EXPENSE-ACCUM-ACCT (WS-EXPENSE-ACCUM-SUB)
                   TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-DEBIT TO TRUE
               MOVE WS-EXPENSE-ACCUM-AMT (WS-EXPENSE-ACCUM-SUB)
                   TO GL-TRANS-AMOUNT
               MOVE "PAYROLL EXP REIMB" TO GL-TRANS-DESC
               PERFORM 9110-WRITE-ONE-GL-LEG
           END-IF.

      * ================================================================
      * 9200-PRINT-DEPARTMENT-SECTION - one subtotal line per
      *                                 department that saw payroll
           WRITE PAYROLL-REGISTER-LINE.
           PERFORM 9210-PRINT-ONE-DEPARTMENT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > DT-ENTRY-COUNT.
       9200-EXIT.
           EXIT.

           MOVE WS-CENTER-PRORATE-LINE TO PAYROLL-REGISTER-LINE.
           WRITE PAYROLL-REGISTER-LINE.

      * ================================================================
      * 9250-PRINT-STATE-SECTION - one line per work state withheld
      *                            for this run, with the liability
      *                            account its GL credit went to.  A
      *                            run with no state tax prints no
      *                            section.
      * ================================================================
       9250-PRINT-STATE-SECTION.
           IF WS-GRAND-STATE-TAX = ZERO
               GO TO 9250-EXIT
           END-IF.
           MOVE SPACES TO PAYROLL-REGISTER-LINE.
           WRITE PAYROLL-REGISTER-LINE.
           MOVE WS-STATE-SECTION-HEADING TO PAYROLL-REGISTER-LINE.
           WRITE PAYROLL-REGISTER-LINE.
           PERFORM 9260-PRINT-ONE-STATE
               VARYING WS-STATE-ACCUM-SUB FROM 1 BY 1
               UNTIL WS-STATE-ACCUM-SUB > 5.
       9250-EXIT.
           EXIT.

       9260-PRINT-ONE-STATE.
           IF WS-STATE-ACCUM-TAX (WS-STATE-ACCUM-SUB) NOT = ZERO
               PERFORM 9125-FIND-STATE-GL-ACCT
               MOVE WS-STATE-ACCUM-CODE (WS-STATE-ACCUM-SUB)
                   TO WS-STL-STATE-CODE
               MOVE TR-STATE-GL-ACCT TO WS-STL-GL-ACCT
               MOVE WS-STATE-ACCUM-TAX (WS-STATE-ACCUM-SUB)
                   TO WS-STL-TAX
               MOVE WS-STATE-TOTAL-LINE TO PAYROLL-REGISTER-LINE
               WRITE PAYROLL-REGISTER-LINE
           END-IF.

      * ================================================================
      * 9270-PRINT-EXPENSE-SECTION - one line per expense account
      *                              debited for reimbursements this
      *                              run.  None paid, no section.
      * ================================================================
       9270-PRINT-EXPENSE-SECTION.
           IF WS-GRAND-EXPENSE = ZERO
               GO TO 9270-EXIT
           END-IF.
           MOVE SPACES TO PAYROLL-REGISTER-LINE.
           WRITE PAYROLL-REGISTER-LINE.
           MOVE WS-EXPENSE-SECTION-HEADING TO PAYROLL-REGISTER-LINE.
           WRITE PAYROLL-REGISTER-LINE.
           PERFORM 9280-PRINT-ONE-EXPENSE-ACCT
               VARYING WS-EXPENSE-ACCUM-SUB FROM 1 BY 1
               UNTIL WS-EXPENSE-ACCUM-SUB > WS-EXPENSE-ACCUM-LIMIT.
       9270-EXIT.
           EXIT.

       9280-PRINT-ONE-EXPENSE-ACCT.
           IF WS-EXPENSE-ACCUM-AMT (WS-EXPENSE-ACCUM-SUB) NOT = ZERO
               MOVE WS-EXPENSE-ACCUM-ACCT (WS-EXPENSE-ACCUM-SUB)
                   TO WS-ETL-GL-ACCT
               MOVE WS-EXPENSE-ACCUM-AMT (WS-EXPENSE-ACCUM-SUB)
                   TO WS-ETL-AMOUNT
               MOVE WS-EXPENSE-TOTAL-LINE TO PAYROLL-REGISTER-LINE
               WRITE PAYROLL-REGISTER-LINE
           END-IF.

      * ================================================================
      * 9300-REPORT-UNAPPLIED-EARNINGS - a supplemental transaction
      *                                  nobody matched means the
               CALL "ERRLOG" USING WS-ERRLOG-PARAMETERS
           END-IF.

      * ================================================================
      * 9350-REPORT-UNPAID-CLAIMS - every claim the run did not pay is
      *                             a PAYERR exception with the
      *                             reason looked up on the master:
      *                             unknown employee, terminated, or
      *                             simply not paid this run
      *                             (bypassed group, rejected).  The
      *                             money did NOT move; accounts
      *                             payable re-keys or refers it.  On
      *                             a restart an active employee at
      *                             or before the checkpoint was paid
      *                             by the aborted run and is passed
      *                             over; the aborted run never got
      *                             this far, so everything else is
      *                             still reported.
      * ================================================================
       9350-REPORT-UNPAID-CLAIMS.
           IF WS-EXP-CLAIM-COUNT = ZERO
               GO TO 9350-EXIT
           END-IF.
           PERFORM 9360-CHECK-ONE-CLAIM
               THRU 9360-EXIT
               VARYING WS-EXP-CLAIM-SUB FROM 1 BY 1
               UNTIL WS-EXP-CLAIM-SUB > WS-EXP-CLAIM-COUNT.
       9350-EXIT.
           EXIT.

       9360-CHECK-ONE-CLAIM.
           IF WS-EC-PAID (WS-EXP-CLAIM-SUB)
               GO TO 9360-EXIT
           END-IF.
           IF WS-EC-INVALID (WS-EXP-CLAIM-SUB)
               MOVE "NO AMOUNT OR NO EXPENSE ACCOUNT"
                   TO WS-CLAIM-REJECT-REASON
           ELSE
               MOVE WS-EC-EMP-ID (WS-EXP-CLAIM-SUB) TO EMP-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       MOVE "UNKNOWN EMPLOYEE"
                           TO WS-CLAIM-REJECT-REASON
                   NOT INVALID KEY
                       IF EMP-TERMINATED
                           MOVE "EMPLOYEE TERMINATED"
                               TO WS-CLAIM-REJECT-REASON
                       ELSE
                           IF WS-EC-EMP-ID (WS-EXP-CLAIM-SUB)
                                   NOT > WS-RESTART-EMP-ID
                               GO TO 9360-EXIT
                           END-IF
                           MOVE "EMPLOYEE NOT PAID THIS RUN"
                               TO WS-CLAIM-REJECT-REASON
                       END-IF
               END-READ
           END-IF.
           ADD 1 TO WS-RECORDS-REJECTED.
           MOVE SPACES TO PAYROLL-ERROR-LINE.
           STRING "UNPAID EXPENSE CLAIM EMP-ID "
                  WS-EC-EMP-ID (WS-EXP-CLAIM-SUB)
                  " REF " WS-EC-CLAIM-REF (WS-EXP-CLAIM-SUB)
                  " - " WS-CLAIM-REJECT-REASON
               DELIMITED BY SIZE INTO PAYROLL-ERROR-LINE.
           WRITE PAYROLL-ERROR-LINE.
           MOVE "TAXC" TO EL-PROGRAM-ID.
           SET EL-SEVERITY-ERROR TO TRUE.
           MOVE WS-EC-EMP-ID (WS-EXP-CLAIM-SUB) TO EL-RECORD-KEY.
           MOVE WS-CLAIM-REJECT-REASON TO EL-MESSAGE.
           CALL "ERRLOG" USING WS-ERRLOG-PARAMETERS.
       9360-EXIT.
           EXIT.

      * ================================================================
      * 9400-FINISH-PREVIEW - preview only.  Every stub dated on its
      *                       group's prior pay date whose employee
      *                       the preview neither paid nor rejected
      *                       is MISSING from this run (terminated,
      *                       moved off the group, or dropped off
      *                       the master).  Then the counts and
      *                       totals for sign-off.  Anything listed
      *                       ends the step RC 4.
      * ================================================================
       9400-FINISH-PREVIEW.
           MOVE ZERO TO PH-KEY.
           MOVE "N" TO WS-PAYHIST-EOF-SWITCH.
           START PAY-HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
               INVALID KEY
                   SET WS-PAYHIST-END-OF-FILE TO TRUE
           END-START.
           PERFORM 9410-CHECK-ONE-PRIOR-STUB
               THRU 9410-EXIT
               UNTIL WS-PAYHIST-END-OF-FILE.

           MOVE SPACES TO PAYROLL-VARIANCE-LINE.
           WRITE PAYROLL-VARIANCE-LINE.
           MOVE WS-GRAND-SALARY  TO WS-GTL-SALARY.
           MOVE WS-GRAND-TAX     TO WS-GTL-TAX.
           MOVE WS-GRAND-NET     TO WS-GTL-NET-PAY.
           MOVE WS-GRAND-TOTAL-LINE TO PAYROLL-VARIANCE-LINE.
           WRITE PAYROLL-VARIANCE-LINE.
           MOVE SPACES TO PAYROLL-VARIANCE-LINE.
           WRITE PAYROLL-VARIANCE-LINE.
           MOVE "EMPLOYEES PREVIEWED" TO WS-VCL-LABEL.
           MOVE WS-PREVIEW-SEEN-COUNT TO WS-VCL-COUNT.
           PERFORM 9420-WRITE-COUNT-LINE.
           MOVE "GROSS OR NET OVER THRESHOLD" TO WS-VCL-LABEL.
           MOVE WS-PREVIEW-VARIANCES TO WS-VCL-COUNT.
           PERFORM 9420-WRITE-COUNT-LINE.
           MOVE "NEW - NO PRIOR PAY" TO WS-VCL-LABEL.
           MOVE WS-PREVIEW-NEW TO WS-VCL-COUNT.
           PERFORM 9420-WRITE-COUNT-LINE.
           MOVE "NOT PAID LAST PERIOD" TO WS-VCL-LABEL.
           MOVE WS-PREVIEW-NOT-LAST TO WS-VCL-COUNT.
           PERFORM 9420-WRITE-COUNT-LINE.
           MOVE "MISSING FROM THIS RUN" TO WS-VCL-LABEL.
           MOVE WS-PREVIEW-MISSING TO WS-VCL-COUNT.
           PERFORM 9420-WRITE-COUNT-LINE.
           MOVE "ZERO NET PAY" TO WS-VCL-LABEL.
           MOVE WS-PREVIEW-ZERO-NET TO WS-VCL-COUNT.
           PERFORM 9420-WRITE-COUNT-LINE.
           MOVE "REJECTED" TO WS-VCL-LABEL.
           MOVE WS-RECORDS-REJECTED TO WS-VCL-COUNT.
           PERFORM 9420-WRITE-COUNT-LINE.

           DISPLAY "PAYROLL PREVIEW - END OF JOB SUMMARY".
           DISPLAY "  RECORDS READ     : " WS-RECORDS-READ.
           DISPLAY "  EMPLOYEES PREVIEW: " WS-PREVIEW-SEEN-COUNT.
           DISPLAY "  LINES LISTED     : " WS-PREVIEW-LISTED.
           DISPLAY "  GRAND TOTAL NET  : " WS-GRAND-NET.
           IF WS-PREVIEW-LISTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE GARNISHMENT-ORDER-FILE.
           CLOSE LEAVE-BALANCE-FILE.
           CLOSE DEDUCTION-ARREARS-FILE.
           CLOSE PAY-HISTORY-FILE.
           CLOSE PAYROLL-VARIANCE-FILE.
       9400-EXIT.
           EXIT.

       9410-CHECK-ONE-PRIOR-STUB.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-PAYHIST-END-OF-FILE TO TRUE
           END-READ.
           IF WS-PAYHIST-END-OF-FILE
               GO TO 9410-EXIT
           END-IF.
           IF PH-PAY-FREQ = "B"
               IF WS-SELECT-MONTHLY
                   GO TO 9410-EXIT
               END-IF
               MOVE WS-PRIOR-DATE-BIWEEKLY TO WS-PRIOR-DATE-GROUP
           ELSE
               IF WS-SELECT-BIWEEKLY
                   GO TO 9410-EXIT
               END-IF
               MOVE WS-PRIOR-DATE-MONTHLY TO WS-PRIOR-DATE-GROUP
           END-IF.
           IF WS-PRIOR-DATE-GROUP = ZERO
              OR PH-PAY-DATE NOT = WS-PRIOR-DATE-GROUP
               GO TO 9410-EXIT
           END-IF.
           IF WS-PREVIEW-SEEN-COUNT > ZERO
               SEARCH ALL WS-PREVIEW-SEEN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PV-SEEN-EMP-ID (WS-PV-IDX) = PH-EMP-ID
                       GO TO 9410-EXIT
               END-SEARCH
           END-IF.
           ADD 1 TO WS-PREVIEW-MISSING.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE PH-EMP-ID       TO WS-VDL-EMP-ID.
           MOVE PH-EMP-NAME     TO WS-VDL-EMP-NAME.
           MOVE PH-PAY-FREQ     TO WS-VDL-PAY-FREQ.
           MOVE PH-PERIOD-GROSS TO WS-VDL-PRIOR-GROSS.
           MOVE ZERO            TO WS-VDL-THIS-GROSS.
           MOVE PH-NET-PAY      TO WS-VDL-PRIOR-NET.
           MOVE ZERO            TO WS-VDL-THIS-NET.
           MOVE 100.00          TO WS-VDL-NET-PCT.
           MOVE "MISSING FROM THIS RUN" TO WS-VDL-REASON.
           MOVE WS-VARIANCE-DETAIL-LINE TO PAYROLL-VARIANCE-LINE.
           WRITE PAYROLL-VARIANCE-LINE.
           ADD 1 TO RH-LINE-COUNT.
           ADD 1 TO WS-PREVIEW-LISTED.
       9410-EXIT.
           EXIT.

       9420-WRITE-COUNT-LINE.
           MOVE WS-VARIANCE-COUNT-LINE TO PAYROLL-VARIANCE-LINE.
           WRITE PAYROLL-VARIANCE-LINE.

       COPY EDITPR.
       COPY RPTHDGP.
       COPY TAXRATP.
       COPY GLBATP.
       COPY DEPTTBLP.

       END PROGRAM TAXC.
