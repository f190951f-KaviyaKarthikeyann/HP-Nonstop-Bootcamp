      ******************************************************************
      * PROGRAM:      FINALPAY
      * AUTHOR:       R. J. PILLAI - PAYROLL SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-08
      * DATE-COMPILED:
      * PURPOSE:      Termination final pay.  A termination applied
      *               by EMPMAINT drops the employee from the payroll
      *               register and opens a PENDING request on the
      *               FINALPAY file carrying the last day worked.
      *               This run works every PENDING request the same
      *               day, without waiting for a payday:
      *
      *               - the last partial period: the annual salary
      *                 at the calendar daily rate (salary / 365)
      *                 for each day after the employee's last
      *                 PAYHIST stub through the last day worked,
      *                 never more than one full period's gross;
      *                 with no stub on file the days run from the
      *                 LEAVEBAL hire date, or a full period if that
      *                 is unknown;
      *               - the unused vacation balance on LEAVEBAL paid
      *                 out at the working daily rate (salary / 260,
      *                 8 hours a day - salary x hours / 2080) and
      *                 taxed at the flat supplemental rate, the
      *                 balance then zeroed (sick leave is not paid
      *                 out);
      *               - PF, insurance and bracket tax on the partial
      *                 salary in proportion to the annual figures,
      *                 PF ahead of insurance against what the
      *                 partial gross can cover (nothing is booked
      *                 to arrears - there is no later period to
      *                 recover it from);
      *               - every ACTIVE garnishment order applied one
      *                 last time, then marked RELEASED, with its
      *                 remittance appended to GARNREMT and a
      *                 release notice printed on GARNNOTC for the
      *                 payee court;
      *               - payment always by printed check drawn from
      *                 the CHKCTL sequence onto CHKREG and POSPAY,
      *                 the master's pay method set to CHECK and any
      *                 EMP-BANK-ACCOUNT record flagged CLOSED;
      *               - YTDCTL, PAYHIST and a FINALPAY-sourced GL
      *                 batch updated the way the register does.
      *
      *               The legal deadline is the last day worked plus
      *               the deadline days (command line columns 1-3,
      *               default 003).  Each request's due date is kept
      *               on the record and printed on the FINPAYRG
      *               register; a check issued after it, or a
      *               request that could not be paid, ends the step
      *               RC 4 so it is chased the same day.
      *
      *               The GL batch is sourced FINALPAY, not PAYROLL,
      *               and no RUN-TOTAL-HISTORY line is written, so
      *               RECON and the disbursement footing keep
      *               matching the payroll register run alone.  The
      *               remittances are appended to GARNREMT, so the
      *               step runs after the payroll register and ahead
      *               of the remittance transmission.
      *
      * MOD HISTORY:
      *   2026-10-08  RJP  Original termination final-pay program.
      *   2026-10-09  RJP  State income tax withheld by work state,
      *                    on the stub, YTDCTL state slot, PAYHIST
      *                    and the request, credited to the state's
      *                    own liability account; a work state with
      *                    no schedule rejects the request.
      *   2026-10-12  RJP  A final-pay stub opened on PAYHIST carries
      *                    a zero expense reimbursement - claims for
      *                    a terminated employee are never paid.
      *   2026-10-15  RJP  The final check's register record starts
      *                    with no letter or escheat date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINALPAY.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-08.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINAL-PAY-FILE ASSIGN TO "FINALPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-EMP-ID
               FILE STATUS IS WS-FINALPAY-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVEBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-EMP-ID
               FILE STATUS IS WS-LEAVEBAL-STATUS.

           SELECT GARNISHMENT-ORDER-FILE ASSIGN TO "GARNORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRN-ORDER-KEY
               FILE STATUS IS WS-GARNORD-STATUS.

           SELECT EMP-BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-EMP-ID
               FILE STATUS IS WS-BANKACCT-STATUS.

           SELECT YTD-CONTROL-FILE ASSIGN TO "YTDCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTDCTL-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHK-CHECK-NO
               FILE STATUS IS WS-CHKREG-STATUS.

           SELECT CHECK-CONTROL-FILE ASSIGN TO "CHKCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CKC-RELKEY
               FILE STATUS IS WS-CHKCTL-STATUS.

           SELECT PAYCHECK-PRINT-FILE ASSIGN TO "PAYCHKS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCHKS-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSPAY-STATUS.

           SELECT GARNISHMENT-REMIT-FILE ASSIGN TO "GARNREMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARNREMT-STATUS.

           SELECT GARNISHMENT-NOTICE-FILE ASSIGN TO "GARNNOTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARNNOTC-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO "GLTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLTRANS-STATUS.

           SELECT TAX-RATE-PARM-FILE ASSIGN TO "TAXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXRATES-STATUS.

           SELECT FINAL-PAY-REGISTER-FILE ASSIGN TO "FINPAYRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINPAYRG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FINAL-PAY-FILE.
       COPY FINPAYRC.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREC.

       FD  LEAVE-BALANCE-FILE.
       COPY LEAVEREC.

       FD  GARNISHMENT-ORDER-FILE.
       COPY GARNREC.

       FD  EMP-BANK-ACCOUNT-FILE.
       COPY BNKACREC.

       FD  YTD-CONTROL-FILE.
       COPY YTDCTL.

       FD  PAY-HISTORY-FILE.
       COPY PAYHIST.

       FD  CHECK-REGISTER-FILE.
       COPY CHKREGRC.

       FD  CHECK-CONTROL-FILE.
       01  CHECK-CONTROL-RECORD.
           05  CKC-NEXT-CHECK-NO         PIC 9(10).

       FD  PAYCHECK-PRINT-FILE.
       01  PAYCHECK-PRINT-LINE           PIC X(132).

       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-LINE             PIC X(80).

       FD  GARNISHMENT-REMIT-FILE.
       01  GARNISHMENT-REMIT-LINE        PIC X(80).

       FD  GARNISHMENT-NOTICE-FILE.
       01  GARNISHMENT-NOTICE-LINE       PIC X(132).

       FD  GL-TRANSACTION-FILE.
       COPY GLTRANRC.

       FD  TAX-RATE-PARM-FILE.
       01  TAX-RATE-PARM-LINE            PIC X(80).

       FD  FINAL-PAY-REGISTER-FILE.
       01  FINAL-PAY-REGISTER-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-FINALPAY-STATUS        PIC X(02) VALUE "00".
           05  WS-EMPMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-LEAVEBAL-STATUS        PIC X(02) VALUE "00".
           05  WS-GARNORD-STATUS         PIC X(02) VALUE "00".
           05  WS-BANKACCT-STATUS        PIC X(02) VALUE "00".
           05  WS-YTDCTL-STATUS          PIC X(02) VALUE "00".
           05  WS-PAYHIST-STATUS         PIC X(02) VALUE "00".
           05  WS-CHKREG-STATUS          PIC X(02) VALUE "00".
           05  WS-CHKCTL-STATUS          PIC X(02) VALUE "00".
           05  WS-PAYCHKS-STATUS         PIC X(02) VALUE "00".
           05  WS-POSPAY-STATUS          PIC X(02) VALUE "00".
           05  WS-GARNREMT-STATUS        PIC X(02) VALUE "00".
           05  WS-GARNNOTC-STATUS        PIC X(02) VALUE "00".
           05  WS-GLTRANS-STATUS         PIC X(02) VALUE "00".
           05  WS-TAXRATES-STATUS        PIC X(02) VALUE "00".
           05  WS-FINPAYRG-STATUS        PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-TAXRATES-EOF-SWITCH    PIC X(01) VALUE "N".
               88  WS-TAXRATES-END-OF-FILE       VALUE "Y".
           05  WS-PAYHIST-EOF-SWITCH     PIC X(01) VALUE "N".
               88  WS-PAYHIST-END-OF-FILE        VALUE "Y".
           05  WS-GARN-DONE-SWITCH       PIC X(01) VALUE "N".
               88  WS-GARN-ORDERS-DONE           VALUE "Y".
           05  WS-LEAVE-FOUND-SWITCH     PIC X(01) VALUE "N".
               88  WS-LEAVE-RECORD-FOUND         VALUE "Y".
           05  WS-YTD-FOUND-SWITCH       PIC X(01) VALUE "N".
               88  WS-YTD-RECORD-FOUND           VALUE "Y".
           05  WS-STUB-FOUND-SWITCH      PIC X(01) VALUE "N".
               88  WS-STUB-ON-FILE               VALUE "Y".
           05  WS-CHECK-WRITTEN-SWITCH   PIC X(01) VALUE "N".
               88  WS-CHECK-WRITTEN              VALUE "Y".
           05  WS-GL-BATCH-SWITCH        PIC X(01) VALUE "N".
               88  WS-GL-BATCH-OPEN              VALUE "Y".

      * WS-CMD-LINE-PARM - columns 1-3 carry the legal deadline in
      * calendar days after the last day worked; blank or zero
      * takes the default.
       01  WS-CMD-LINE-PARM              PIC X(80).
       01  WS-DEADLINE-DAYS              PIC 9(03) VALUE 003.

       01  WS-CONTROL-TOTALS.
           05  WS-REQUESTS-READ          PIC 9(9) COMP VALUE ZERO.
           05  WS-REQUESTS-PAID          PIC 9(9) COMP VALUE ZERO.
           05  WS-REQUESTS-REJECTED      PIC 9(9) COMP VALUE ZERO.
           05  WS-REQUESTS-LATE          PIC 9(9) COMP VALUE ZERO.
           05  WS-CHECKS-ISSUED          PIC 9(9) COMP VALUE ZERO.
           05  WS-ORDERS-RELEASED        PIC 9(9) COMP VALUE ZERO.
           05  WS-ACCOUNTS-CLOSED        PIC 9(9) COMP VALUE ZERO.
           05  WS-GRAND-GROSS            PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-GRAND-TAX              PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-GRAND-PF               PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-GRAND-INS              PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-GRAND-GARN             PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-GRAND-NET              PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-GRAND-STATE-TAX        PIC S9(11)V99 COMP-3
                                         VALUE ZERO.

      * State tax paid out this run by work state, for the GL
      * credit legs at end of job.
       01  WS-STATE-ACCUMULATORS.
           05  WS-STATE-ACCUM-ENTRY OCCURS 5 TIMES.
               10  WS-STATE-ACCUM-CODE   PIC X(02).
               10  WS-STATE-ACCUM-TAX    PIC S9(11)V99 COMP-3.
       01  WS-STATE-ACCUM-SUB            PIC 9(02).
       01  WS-YTD-STATE-SUB              PIC 9(02).
       01  WS-STATE-FOUND-SUB            PIC 9(02).

       01  WS-CHECK-CONTROL-FIELDS.
           05  WS-CKC-RELKEY             PIC 9(4) COMP VALUE 1.
           05  WS-NEXT-CHECK-NO          PIC 9(10) VALUE ZERO.
           05  WS-CHECK-TRIES            PIC 9(4) COMP VALUE ZERO.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YYYY       PIC 9(4).
               10  WS-CURRENT-MM         PIC 9(2).
               10  WS-CURRENT-DD         PIC 9(2).
           05  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                         PIC 9(8).

       01  WS-TERM-DATE-CHECK.
           05  WS-TDC-YYYY               PIC 9(4).
           05  WS-TDC-MM                 PIC 9(2).
           05  WS-TDC-DD                 PIC 9(2).
       01  WS-TERM-DATE-NUM REDEFINES WS-TERM-DATE-CHECK
                                         PIC 9(8).

      * Standing GL accounts - the same expense, clearing and
      * withholding payables the payroll register posts to.
       01  WS-GL-FEED-ACCOUNTS.
           05  WS-GL-EXPENSE-ACCT        PIC 9(06) VALUE 510100.
           05  WS-GL-NET-CLEARING-ACCT   PIC 9(06) VALUE 210100.
           05  WS-GL-TAX-ACCT            PIC 9(06) VALUE 220100.
           05  WS-GL-PF-ACCT             PIC 9(06) VALUE 220200.
           05  WS-GL-INS-ACCT            PIC 9(06) VALUE 220300.
           05  WS-GL-GARN-ACCT           PIC 9(06) VALUE 220400.

       01  WS-CALCULATION-FIELDS.
           05  WS-PERIODS-PER-YEAR       PIC 9(02).
           05  WS-PERIOD-DAYS            PIC 9(03).
           05  WS-DAYS-WORKED            PIC S9(05).
           05  WS-LAST-PAY-DATE          PIC 9(08).
           05  WS-PERIOD-GROSS           PIC S9(9)V99 COMP-3.
           05  WS-PARTIAL-GROSS          PIC S9(9)V99 COMP-3.
           05  WS-VAC-HOURS              PIC S9(5)V99 COMP-3.
           05  WS-VAC-PAYOUT             PIC S9(9)V99 COMP-3.
           05  WS-FINAL-GROSS            PIC S9(9)V99 COMP-3.
           05  WS-TAXABLE-SALARY         PIC S9(9)V99 COMP-3.
           05  WS-DEDUCT-AVAILABLE       PIC S9(9)V99 COMP-3.
           05  WS-PF-DESIRED             PIC S9(9)V99 COMP-3.
           05  WS-INS-DESIRED            PIC S9(9)V99 COMP-3.
           05  WS-FINAL-PF               PIC S9(9)V99 COMP-3.
           05  WS-FINAL-INS              PIC S9(9)V99 COMP-3.
           05  WS-PARTIAL-TAXABLE        PIC S9(9)V99 COMP-3.
           05  WS-REGULAR-TAX            PIC S9(9)V99 COMP-3.
           05  WS-SUPP-TAX               PIC S9(9)V99 COMP-3.
           05  WS-FINAL-TAX              PIC S9(9)V99 COMP-3.
           05  WS-FINAL-STATE-TAX        PIC S9(9)V99 COMP-3.
           05  WS-FINAL-GARN             PIC S9(9)V99 COMP-3.
           05  WS-ONE-GARN-TAKE          PIC S9(9)V99 COMP-3.
           05  WS-GARN-DISPOSABLE        PIC S9(9)V99 COMP-3.
           05  WS-FINAL-NET              PIC S9(9)V99 COMP-3.
           05  WS-REG-STATUS-TEXT        PIC X(24).

       COPY TAXRATW.
       COPY GLBATW.
       COPY RPTHDGW.
       COPY ERRLOGW.

      * ---------------------------------------------------------- *
      * Garnishment remittance extract line - the same fixed-column *
      * layout the payroll register appends to GARNREMT.            *
      * ---------------------------------------------------------- *
       01  WS-GARN-REMIT-DETAIL.
           05  WS-GRM-PAYEE              PIC X(30).
           05  WS-GRM-CASE-NO            PIC X(12).
           05  WS-GRM-EMP-ID             PIC 9(10).
           05  WS-GRM-AMOUNT             PIC 9(9)V99.
           05  WS-GRM-DATE               PIC 9(08).

      * ---------------------------------------------------------- *
      * Positive-pay extract line - the PAYDISB layout.             *
      * ---------------------------------------------------------- *
       01  WS-POSPAY-DETAIL.
           05  WS-PP-STATUS              PIC X(01).
           05  WS-PP-CHECK-NO            PIC 9(10).
           05  WS-PP-ISSUE-DATE          PIC 9(08).
           05  WS-PP-PAYEE               PIC X(30).
           05  WS-PP-AMOUNT              PIC 9(9)V99.

      * ---------------------------------------------------------- *
      * Printed final paycheck - the PAYDISB check lines followed   *
      * by the final-pay stub detail.                               *
      * ---------------------------------------------------------- *
       01  WS-CHECK-LINE-1.
           05  FILLER                    PIC X(09) VALUE "CHECK NO ".
           05  WS-CHK1-CHECK-NO          PIC 9(10).
           05  FILLER                    PIC X(08) VALUE "   DATE ".
           05  WS-CHK1-DATE              PIC 9(08).

       01  WS-CHECK-LINE-2.
           05  FILLER                    PIC X(16) VALUE
               "PAY TO ORDER OF ".
           05  WS-CHK2-PAYEE             PIC X(30).

       01  WS-CHECK-LINE-3.
           05  FILLER                    PIC X(16) VALUE
               "THE AMOUNT OF   ".
           05  WS-CHK3-AMOUNT            PIC $$$,$$$,$$9.99.

       01  WS-FINAL-STUB-LINE.
           05  FILLER                    PIC X(30) VALUE
               "FINAL PAY - LAST DAY WORKED ".
           05  WS-FSL-TERM-DATE          PIC 9(08).

       01  WS-STUB-MONEY-LINE.
           05  WS-SML-CAPTION            PIC X(16).
           05  WS-SML-AMOUNT             PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SML-MEMO               PIC X(20).

       01  WS-VAC-HOURS-MEMO.
           05  WS-VHM-HOURS              PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(11) VALUE " HRS PAID".

       01  WS-CHECK-SEPARATOR.
           05  FILLER                    PIC X(40) VALUE ALL "-".

      * ---------------------------------------------------------- *
      * Garnishment release notice to the payee court.              *
      * ---------------------------------------------------------- *
       01  WS-NOTICE-LINE-1.
           05  FILLER                    PIC X(40) VALUE
               "NOTICE OF RELEASE OF WAGE GARNISHMENT".
           05  FILLER                    PIC X(06) VALUE "DATE ".
           05  WS-NTC1-DATE              PIC 9(08).

       01  WS-NOTICE-LINE-2.
           05  FILLER                    PIC X(10) VALUE "PAYEE    ".
           05  WS-NTC2-PAYEE             PIC X(30).
           05  FILLER                    PIC X(10) VALUE "  CASE NO ".
           05  WS-NTC2-CASE-NO           PIC X(12).

       01  WS-NOTICE-LINE-3.
           05  FILLER                    PIC X(10) VALUE "EMPLOYEE ".
           05  WS-NTC3-EMP-ID            PIC Z(9)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-NTC3-EMP-NAME          PIC X(30).

       01  WS-NOTICE-LINE-4.
           05  FILLER                    PIC X(40) VALUE
               "EMPLOYMENT TERMINATED - LAST DAY WORKED ".
           05  WS-NTC4-TERM-DATE         PIC 9(08).

       01  WS-NOTICE-MONEY-LINE.
           05  WS-NML-CAPTION            PIC X(26).
           05  WS-NML-AMOUNT             PIC $$$,$$$,$$9.99.

       01  WS-NOTICE-LINE-5.
           05  FILLER                    PIC X(60) VALUE
               "NO FURTHER WAGES ARE PAYABLE - ORDER RELEASED BY EMPLOY
      -        "ER".

       01  WS-NOTICE-SEPARATOR.
           05  FILLER                    PIC X(60) VALUE ALL "=".

      * ---------------------------------------------------------- *
      * Final-pay register heading and detail lines.                *
      * ---------------------------------------------------------- *
       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(35) VALUE SPACES.
           05  FILLER                    PIC X(30) VALUE
               "TERMINATION FINAL PAY".
           05  FILLER                    PIC X(10) VALUE "RUN DATE".
           05  WS-HDG-RUN-DATE           PIC 9(08).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(05) VALUE "PAGE".
           05  WS-HDG-PAGE-NO            PIC ZZZ9.

       01  WS-HEADING-LINE-2.
           05  FILLER                    PIC X(12) VALUE "EMP ID".
           05  FILLER                    PIC X(21) VALUE
               "EMPLOYEE NAME".
           05  FILLER                    PIC X(09) VALUE "LAST DAY".
           05  FILLER                    PIC X(09) VALUE "DUE DATE".
           05  FILLER                    PIC X(14) VALUE
               "  PARTIAL PAY".
           05  FILLER                    PIC X(14) VALUE
               " VAC PAYOUT".
           05  FILLER                    PIC X(14) VALUE
               "   NET PAY".
           05  FILLER                    PIC X(11) VALUE "CHECK NO".
           05  FILLER                    PIC X(24) VALUE "STATUS".

       01  WS-DETAIL-LINE.
           05  WS-DTL-EMP-ID             PIC Z(9)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-EMP-NAME           PIC X(20).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DTL-TERM-DATE          PIC 9(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DTL-DUE-DATE           PIC 9(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DTL-PARTIAL            PIC $$,$$$,$$9.99.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DTL-VAC-PAYOUT         PIC $$,$$$,$$9.99.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DTL-NET-PAY            PIC $$,$$$,$$9.99.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DTL-CHECK-NO           PIC Z(9)9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DTL-STATUS             PIC X(24).

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                    PIC X(16) VALUE
               "FINAL PAY TOTALS".
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(07) VALUE "GROSS ".
           05  WS-GTL-GROSS              PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(07) VALUE "  TAX ".
           05  WS-GTL-TAX                PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(08) VALUE "  STATE ".
           05  WS-GTL-STATE-TAX          PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(08) VALUE "  GARN ".
           05  WS-GTL-GARN               PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(07) VALUE "  NET ".
           05  WS-GTL-NET                PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-PROCESS-REQUESTS
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

      * ================================================================
      * 1000-INITIALIZE - deadline parm, tax schedule, open files and
      *                   position the request file at its start.
      * ================================================================
       1000-INITIALIZE.
           INITIALIZE WS-STATE-ACCUMULATORS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-YYYY TO RH-RUN-YYYY
           MOVE WS-CURRENT-MM   TO RH-RUN-MM
           MOVE WS-CURRENT-DD   TO RH-RUN-DD.
           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           IF WS-CMD-LINE-PARM(1:3) IS NUMERIC
              AND WS-CMD-LINE-PARM(1:3) NOT = "000"
               MOVE WS-CMD-LINE-PARM(1:3) TO WS-DEADLINE-DAYS
           END-IF.
           DISPLAY "FINALPAY - DEADLINE " WS-DEADLINE-DAYS
               " DAYS AFTER LAST DAY WORKED".

           PERFORM 1100-LOAD-TAX-SCHEDULES
               THRU 1100-EXIT.

           OPEN I-O FINAL-PAY-FILE.
           IF WS-FINALPAY-STATUS = "35"
               DISPLAY "FINALPAY - NO FINAL PAY REQUESTS ON FILE"
               MOVE ZERO TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O EMPLOYEE-MASTER-FILE.
           OPEN I-O LEAVE-BALANCE-FILE.
           IF WS-LEAVEBAL-STATUS = "35"
               OPEN OUTPUT LEAVE-BALANCE-FILE
               CLOSE LEAVE-BALANCE-FILE
               OPEN I-O LEAVE-BALANCE-FILE
           END-IF.
           OPEN I-O GARNISHMENT-ORDER-FILE.
           IF WS-GARNORD-STATUS = "35"
               OPEN OUTPUT GARNISHMENT-ORDER-FILE
               CLOSE GARNISHMENT-ORDER-FILE
               OPEN I-O GARNISHMENT-ORDER-FILE
           END-IF.
           OPEN I-O EMP-BANK-ACCOUNT-FILE.
           IF WS-BANKACCT-STATUS = "35"
               OPEN OUTPUT EMP-BANK-ACCOUNT-FILE
               CLOSE EMP-BANK-ACCOUNT-FILE
               OPEN I-O EMP-BANK-ACCOUNT-FILE
           END-IF.
           OPEN I-O YTD-CONTROL-FILE.
           OPEN I-O PAY-HISTORY-FILE.
           IF WS-PAYHIST-STATUS = "35"
               OPEN OUTPUT PAY-HISTORY-FILE
               CLOSE PAY-HISTORY-FILE
               OPEN I-O PAY-HISTORY-FILE
           END-IF.
           OPEN I-O CHECK-REGISTER-FILE.
           OPEN I-O CHECK-CONTROL-FILE.
           PERFORM 1200-LOAD-NEXT-CHECK-NO
               THRU 1200-EXIT.
           OPEN EXTEND PAYCHECK-PRINT-FILE.
           IF WS-PAYCHKS-STATUS = "35"
               OPEN OUTPUT PAYCHECK-PRINT-FILE
           END-IF.
           OPEN EXTEND POSITIVE-PAY-FILE.
           IF WS-POSPAY-STATUS = "35"
               OPEN OUTPUT POSITIVE-PAY-FILE
           END-IF.
           OPEN EXTEND GARNISHMENT-REMIT-FILE.
           IF WS-GARNREMT-STATUS = "35"
               OPEN OUTPUT GARNISHMENT-REMIT-FILE
           END-IF.
           OPEN EXTEND GARNISHMENT-NOTICE-FILE.
           IF WS-GARNNOTC-STATUS = "35"
               OPEN OUTPUT GARNISHMENT-NOTICE-FILE
           END-IF.
           OPEN EXTEND GL-TRANSACTION-FILE.
           IF WS-GLTRANS-STATUS = "35"
               OPEN OUTPUT GL-TRANSACTION-FILE
           END-IF.
           OPEN OUTPUT FINAL-PAY-REGISTER-FILE.

           MOVE LOW-VALUES TO FP-EMP-ID.
           START FINAL-PAY-FILE KEY IS NOT LESS THAN FP-EMP-ID
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START.
       1000-EXIT.
           EXIT.

      * ================================================================
      * 1100-LOAD-TAX-SCHEDULES - the same TAXRATES schedule the
      *                           payroll register withholds from; no
      *                           schedule for today is a run abort.
      * ================================================================
       1100-LOAD-TAX-SCHEDULES.
           MOVE WS-CURRENT-DATE TO TR-RUN-DATE.
           OPEN INPUT TAX-RATE-PARM-FILE.
           IF WS-TAXRATES-STATUS NOT = "00"
               DISPLAY "FINALPAY - CANNOT OPEN TAXRATES PARAMETER "
                   "FILE - STATUS " WS-TAXRATES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1110-READ-ONE-RATE-LINE
               UNTIL WS-TAXRATES-END-OF-FILE.
           CLOSE TAX-RATE-PARM-FILE.
           PERFORM 7650-VERIFY-SCHEDULE.
           IF TR-NO-SCHEDULE
               IF TR-STATE-ERROR-CODE NOT = SPACES
                   DISPLAY "FINALPAY - STATE TAX SCHEDULE FOR "
                       TR-STATE-ERROR-CODE " ON TAXRATES IS "
                       "INCOMPLETE OR OVER THE STATE LIMIT - "
                       "RUN ABORTED"
               ELSE
                   DISPLAY "FINALPAY - NO TAX SCHEDULE ON TAXRATES "
                       "COVERS RUN DATE " WS-CURRENT-DATE
                       " - RUN ABORTED"
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1100-EXIT.
           EXIT.

       1110-READ-ONE-RATE-LINE.
           READ TAX-RATE-PARM-FILE
               AT END
                   SET WS-TAXRATES-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE TAX-RATE-PARM-LINE TO TR-PARM-LINE
                   PERFORM 7600-APPLY-RATE-LINE
           END-READ.

       1200-LOAD-NEXT-CHECK-NO.
           READ CHECK-CONTROL-FILE
               INVALID KEY
                   MOVE 1 TO CKC-NEXT-CHECK-NO
                   WRITE CHECK-CONTROL-RECORD
           END-READ.
           MOVE CKC-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO.
       1200-EXIT.
           EXIT.

      * ================================================================
      * 2000-PROCESS-REQUESTS - one FINALPAY request per iteration;
      *                         an ISSUED request is history and is
      *                         passed over.  Every check that can
      *                         stop the payment is made before the
      *                         first file is touched.
      * ================================================================
       2000-PROCESS-REQUESTS.
           READ FINAL-PAY-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
           IF WS-END-OF-FILE
               GO TO 2000-EXIT
           END-IF.
           IF NOT FP-PENDING
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-REQUESTS-READ.
           MOVE FP-TERM-DATE TO WS-TERM-DATE-NUM.
           IF WS-TDC-YYYY < 1900
              OR WS-TDC-MM < 01 OR WS-TDC-MM > 12
              OR WS-TDC-DD < 01 OR WS-TDC-DD > 31
               MOVE ZERO TO FP-DUE-DATE
               MOVE "INVALID LAST DAY WORKED" TO WS-REG-STATUS-TEXT
               PERFORM 2900-REJECT-REQUEST
               GO TO 2000-EXIT
           END-IF.
           COMPUTE FP-DUE-DATE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (FP-TERM-DATE)
                    + WS-DEADLINE-DAYS).
           MOVE FP-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO EMP-NAME
                   MOVE "EMPLOYEE NOT ON MASTER" TO WS-REG-STATUS-TEXT
                   PERFORM 2900-REJECT-REQUEST
                   GO TO 2000-EXIT
           END-READ.
           IF NOT EMP-TERMINATED
               MOVE "EMPLOYEE NOT TERMINATED" TO WS-REG-STATUS-TEXT
               PERFORM 2900-REJECT-REQUEST
               GO TO 2000-EXIT
           END-IF.
           IF EMP-WORK-STATE NOT = SPACES
               MOVE EMP-WORK-STATE TO TR-PARSE-STATE
               PERFORM 7810-FIND-STATE-SLOT
               IF TR-STATE-SUB = ZERO
                   MOVE "NO STATE TAX SCHEDULE" TO WS-REG-STATUS-TEXT
                   PERFORM 2900-REJECT-REQUEST
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           PERFORM 2100-COMPUTE-PARTIAL-PERIOD
               THRU 2100-EXIT.
           PERFORM 2200-COMPUTE-VACATION-PAYOUT.
           IF WS-VAC-PAYOUT > ZERO
              AND TR-SUPP-RATE = ZERO
               MOVE "NO SUPP RATE ON TAXRATES" TO WS-REG-STATUS-TEXT
               PERFORM 2900-REJECT-REQUEST
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2300-COMPUTE-DEDUCTIONS-TAX.
           PERFORM 2400-RELEASE-GARNISHMENTS.
           PERFORM 2500-ISSUE-FINAL-CHECK
               THRU 2500-EXIT.
           PERFORM 2600-CLOSE-OUT-EMPLOYEE.
           PERFORM 2700-UPDATE-YTD.
           PERFORM 2750-WRITE-PAY-HISTORY.
           PERFORM 2800-POST-GL-DEBIT
               THRU 2800-EXIT.
           PERFORM 2850-MARK-REQUEST-ISSUED.
       2000-EXIT.
           EXIT.

      * ================================================================
      * 2100-COMPUTE-PARTIAL-PERIOD - the days owed run from the day
      *                               after the last stub through the
      *                               last day worked, at the
      *                               calendar daily rate, capped at
      *                               one period's gross.  A stub
      *                               dated on or after the last day
      *                               worked means the register has
      *                               already paid the period.
      * ================================================================
       2100-COMPUTE-PARTIAL-PERIOD.
           IF EMP-PAID-BIWEEKLY
               MOVE 26 TO WS-PERIODS-PER-YEAR
               MOVE 14 TO WS-PERIOD-DAYS
           ELSE
               MOVE 12 TO WS-PERIODS-PER-YEAR
               MOVE 31 TO WS-PERIOD-DAYS
           END-IF.
           COMPUTE WS-PERIOD-GROSS ROUNDED =
               EMP-SALARY / WS-PERIODS-PER-YEAR.
           MOVE ZERO TO WS-LAST-PAY-DATE.
           MOVE EMP-ID TO PH-EMP-ID.
           MOVE ZERO   TO PH-PAY-DATE.
           MOVE "N" TO WS-PAYHIST-EOF-SWITCH.
           START PAY-HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
               INVALID KEY
                   SET WS-PAYHIST-END-OF-FILE TO TRUE
           END-START.
           PERFORM 2110-READ-ONE-STUB
               THRU 2110-EXIT
               UNTIL WS-PAYHIST-END-OF-FILE.
           MOVE EMP-ID TO LV-EMP-ID.
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   MOVE "N" TO WS-LEAVE-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-LEAVE-FOUND-SWITCH
           END-READ.
           IF WS-LAST-PAY-DATE NOT = ZERO
               COMPUTE WS-DAYS-WORKED =
                   FUNCTION INTEGER-OF-DATE (FP-TERM-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-LAST-PAY-DATE)
           ELSE
               IF WS-LEAVE-RECORD-FOUND
                  AND LV-HIRE-DATE NOT = ZERO
                  AND LV-HIRE-DATE NOT > FP-TERM-DATE
                   COMPUTE WS-DAYS-WORKED =
                       FUNCTION INTEGER-OF-DATE (FP-TERM-DATE)
                       - FUNCTION INTEGER-OF-DATE (LV-HIRE-DATE) + 1
               ELSE
                   MOVE WS-PERIOD-DAYS TO WS-DAYS-WORKED
               END-IF
           END-IF.
           IF WS-DAYS-WORKED < ZERO
               MOVE ZERO TO WS-DAYS-WORKED
           END-IF.
           COMPUTE WS-PARTIAL-GROSS ROUNDED =
               EMP-SALARY * WS-DAYS-WORKED / 365.
           IF WS-PARTIAL-GROSS > WS-PERIOD-GROSS
               MOVE WS-PERIOD-GROSS TO WS-PARTIAL-GROSS
           END-IF.
       2100-EXIT.
           EXIT.

       2110-READ-ONE-STUB.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-PAYHIST-END-OF-FILE TO TRUE
           END-READ.
           IF WS-PAYHIST-END-OF-FILE
               GO TO 2110-EXIT
           END-IF.
           IF PH-EMP-ID NOT = EMP-ID
               SET WS-PAYHIST-END-OF-FILE TO TRUE
               GO TO 2110-EXIT
           END-IF.
           MOVE PH-PAY-DATE TO WS-LAST-PAY-DATE.
       2110-EXIT.
           EXIT.

      * ================================================================
      * 2200-COMPUTE-VACATION-PAYOUT - unused vacation hours at the
      *                                working daily rate: salary /
      *                                260 days / 8 hours, taken in
      *                                one step as salary x hours /
      *                                2080 so the rate is not
      *                                rounded twice.
      * ================================================================
       2200-COMPUTE-VACATION-PAYOUT.
           MOVE ZERO TO WS-VAC-HOURS.
           MOVE ZERO TO WS-VAC-PAYOUT.
           IF WS-LEAVE-RECORD-FOUND
              AND LV-VAC-BALANCE > ZERO
               MOVE LV-VAC-BALANCE TO WS-VAC-HOURS
               COMPUTE WS-VAC-PAYOUT ROUNDED =
                   EMP-SALARY * WS-VAC-HOURS / 2080
           END-IF.

      * ================================================================
      * 2300-COMPUTE-DEDUCTIONS-TAX - PF, insurance and bracket tax
      *                               on the partial salary in
      *                               proportion to the annual
      *                               figures; the vacation payout is
      *                               supplemental pay, taxed flat.
      *                               The work state's tax follows
      *                               the same two rules off its own
      *                               schedule and supplemental rate.
      * ================================================================
       2300-COMPUTE-DEDUCTIONS-TAX.
           COMPUTE WS-FINAL-GROSS = WS-PARTIAL-GROSS + WS-VAC-PAYOUT.
           MOVE ZERO TO WS-PF-DESIRED.
           MOVE ZERO TO WS-INS-DESIRED.
           MOVE ZERO TO WS-REGULAR-TAX.
           IF EMP-SALARY > ZERO
               COMPUTE WS-PF-DESIRED ROUNDED =
                   WS-PARTIAL-GROSS * EMP-PF-PCT / 100
               COMPUTE WS-INS-DESIRED ROUNDED =
                   EMP-INS-PREM * WS-PARTIAL-GROSS / EMP-SALARY
           END-IF.
           MOVE WS-PARTIAL-GROSS TO WS-DEDUCT-AVAILABLE.
           IF WS-PF-DESIRED > WS-DEDUCT-AVAILABLE
               MOVE WS-DEDUCT-AVAILABLE TO WS-FINAL-PF
           ELSE
               MOVE WS-PF-DESIRED TO WS-FINAL-PF
           END-IF.
           SUBTRACT WS-FINAL-PF FROM WS-DEDUCT-AVAILABLE.
           IF WS-INS-DESIRED > WS-DEDUCT-AVAILABLE
               MOVE WS-DEDUCT-AVAILABLE TO WS-FINAL-INS
           ELSE
               MOVE WS-INS-DESIRED TO WS-FINAL-INS
           END-IF.
           COMPUTE WS-PARTIAL-TAXABLE =
               WS-PARTIAL-GROSS - WS-FINAL-PF - WS-FINAL-INS.
           IF EMP-SALARY > ZERO
               COMPUTE WS-TAXABLE-SALARY =
                   EMP-SALARY
                   - (EMP-SALARY * EMP-PF-PCT / 100)
                   - EMP-INS-PREM
               IF WS-TAXABLE-SALARY < ZERO
                   MOVE ZERO TO WS-TAXABLE-SALARY
               END-IF
               MOVE EMP-FILING-STATUS TO TR-FILING-STATUS
               MOVE WS-TAXABLE-SALARY TO TR-TAXABLE-ANNUAL
               PERFORM 7700-COMPUTE-BRACKET-TAX
               COMPUTE WS-REGULAR-TAX ROUNDED =
                   TR-TAX-ANNUAL * WS-PARTIAL-GROSS / EMP-SALARY
           END-IF.
           IF WS-REGULAR-TAX > WS-PARTIAL-TAXABLE
               MOVE WS-PARTIAL-TAXABLE TO WS-REGULAR-TAX
           END-IF.
           COMPUTE WS-SUPP-TAX ROUNDED =
               WS-VAC-PAYOUT * TR-SUPP-RATE / 100.
           COMPUTE WS-FINAL-TAX = WS-REGULAR-TAX + WS-SUPP-TAX.
           MOVE ZERO TO WS-FINAL-STATE-TAX.
           IF EMP-WORK-STATE NOT = SPACES
               MOVE EMP-WORK-STATE TO TR-WORK-STATE
               PERFORM 7750-COMPUTE-STATE-TAX
               IF EMP-SALARY > ZERO
                   COMPUTE WS-FINAL-STATE-TAX ROUNDED =
                       TR-STATE-TAX-ANNUAL * WS-PARTIAL-GROSS
                       / EMP-SALARY
               END-IF
               IF WS-FINAL-STATE-TAX >
                       WS-PARTIAL-TAXABLE - WS-REGULAR-TAX
                   COMPUTE WS-FINAL-STATE-TAX =
                       WS-PARTIAL-TAXABLE - WS-REGULAR-TAX
               END-IF
               COMPUTE WS-SUPP-TAX ROUNDED =
                   WS-VAC-PAYOUT * TR-STATE-SUPP-RATE / 100
               ADD WS-SUPP-TAX TO WS-FINAL-STATE-TAX
           END-IF.
           COMPUTE WS-FINAL-NET =
               WS-FINAL-GROSS - WS-FINAL-PF - WS-FINAL-INS
               - WS-FINAL-TAX - WS-FINAL-STATE-TAX.

      * ================================================================
      * 2400-RELEASE-GARNISHMENTS - each ACTIVE order takes its last
      *                             period's amount (clamped to the
      *                             net left and to its lifetime cap,
      *                             as in the register) and is then
      *                             RELEASED, with the remittance
      *                             and a release notice to the
      *                             payee.  A CAPPED order is already
      *                             finished and is left alone.
      * ================================================================
       2400-RELEASE-GARNISHMENTS.
           MOVE ZERO TO WS-FINAL-GARN.
           MOVE "N" TO WS-GARN-DONE-SWITCH.
           MOVE EMP-ID     TO GRN-EMP-ID.
           MOVE ZERO       TO GRN-PRIORITY.
           MOVE LOW-VALUES TO GRN-CASE-NO.
           START GARNISHMENT-ORDER-FILE KEY IS GREATER THAN
               GRN-ORDER-KEY
               INVALID KEY
                   SET WS-GARN-ORDERS-DONE TO TRUE
           END-START.
           PERFORM 2410-RELEASE-ONE-ORDER
               THRU 2410-EXIT
               UNTIL WS-GARN-ORDERS-DONE.
           SUBTRACT WS-FINAL-GARN FROM WS-FINAL-NET.

       2410-RELEASE-ONE-ORDER.
           READ GARNISHMENT-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-GARN-ORDERS-DONE TO TRUE
           END-READ.
           IF WS-GARN-ORDERS-DONE
            OR GRN-EMP-ID NOT = EMP-ID
               SET WS-GARN-ORDERS-DONE TO TRUE
               GO TO 2410-EXIT
           END-IF.
           IF NOT GRN-ACTIVE
               GO TO 2410-EXIT
           END-IF.
           IF GRN-PCT-OF-GROSS
               COMPUTE WS-ONE-GARN-TAKE ROUNDED =
                   WS-FINAL-GROSS * GRN-PCT / 100
           ELSE
               MOVE GRN-PERIOD-AMOUNT TO WS-ONE-GARN-TAKE
           END-IF.
           COMPUTE WS-GARN-DISPOSABLE =
               WS-FINAL-NET - WS-FINAL-GARN.
           IF WS-ONE-GARN-TAKE > WS-GARN-DISPOSABLE
               MOVE WS-GARN-DISPOSABLE TO WS-ONE-GARN-TAKE
           END-IF.
           IF GRN-WITHHELD-TO-DATE + WS-ONE-GARN-TAKE
                   > GRN-LIFETIME-CAP
               COMPUTE WS-ONE-GARN-TAKE =
                   GRN-LIFETIME-CAP - GRN-WITHHELD-TO-DATE
           END-IF.
           IF WS-ONE-GARN-TAKE < ZERO
               MOVE ZERO TO WS-ONE-GARN-TAKE
           END-IF.
           ADD WS-ONE-GARN-TAKE TO WS-FINAL-GARN.
           ADD WS-ONE-GARN-TAKE TO GRN-WITHHELD-TO-DATE.
           SET GRN-RELEASED TO TRUE.
           REWRITE GARNISHMENT-ORDER-RECORD.
           ADD 1 TO WS-ORDERS-RELEASED.
           IF WS-ONE-GARN-TAKE > ZERO
               MOVE GRN-PAYEE-NAME   TO WS-GRM-PAYEE
               MOVE GRN-CASE-NO      TO WS-GRM-CASE-NO
               MOVE GRN-EMP-ID       TO WS-GRM-EMP-ID
               MOVE WS-ONE-GARN-TAKE TO WS-GRM-AMOUNT
               MOVE WS-CURRENT-DATE  TO WS-GRM-DATE
               MOVE WS-GARN-REMIT-DETAIL TO GARNISHMENT-REMIT-LINE
               WRITE GARNISHMENT-REMIT-LINE
           END-IF.
           PERFORM 2420-PRINT-RELEASE-NOTICE.
       2410-EXIT.
           EXIT.

       2420-PRINT-RELEASE-NOTICE.
           MOVE WS-CURRENT-DATE TO WS-NTC1-DATE.
           MOVE WS-NOTICE-LINE-1 TO GARNISHMENT-NOTICE-LINE.
           WRITE GARNISHMENT-NOTICE-LINE.
           MOVE GRN-PAYEE-NAME TO WS-NTC2-PAYEE.
           MOVE GRN-CASE-NO    TO WS-NTC2-CASE-NO.
           MOVE WS-NOTICE-LINE-2 TO GARNISHMENT-NOTICE-LINE.
           WRITE GARNISHMENT-NOTICE-LINE.
           MOVE EMP-ID   TO WS-NTC3-EMP-ID.
           MOVE EMP-NAME TO WS-NTC3-EMP-NAME.
           MOVE WS-NOTICE-LINE-3 TO GARNISHMENT-NOTICE-LINE.
           WRITE GARNISHMENT-NOTICE-LINE.
           MOVE FP-TERM-DATE TO WS-NTC4-TERM-DATE.
           MOVE WS-NOTICE-LINE-4 TO GARNISHMENT-NOTICE-LINE.
           WRITE GARNISHMENT-NOTICE-LINE.
           MOVE "FINAL AMOUNT WITHHELD" TO WS-NML-CAPTION.
           MOVE WS-ONE-GARN-TAKE TO WS-NML-AMOUNT.
           MOVE WS-NOTICE-MONEY-LINE TO GARNISHMENT-NOTICE-LINE.
           WRITE GARNISHMENT-NOTICE-LINE.
           MOVE "TOTAL WITHHELD UNDER ORDER" TO WS-NML-CAPTION.
           MOVE GRN-WITHHELD-TO-DATE TO WS-NML-AMOUNT.
           MOVE WS-NOTICE-MONEY-LINE TO GARNISHMENT-NOTICE-LINE.
           WRITE GARNISHMENT-NOTICE-LINE.
           MOVE WS-NOTICE-LINE-5 TO GARNISHMENT-NOTICE-LINE.
           WRITE GARNISHMENT-NOTICE-LINE.
           MOVE WS-NOTICE-SEPARATOR TO GARNISHMENT-NOTICE-LINE.
           WRITE GARNISHMENT-NOTICE-LINE.

      * ================================================================
      * 2500-ISSUE-FINAL-CHECK - always a printed check, whatever the
      *                          master's pay method says.  A number
      *                          already on the register is skipped
      *                          and the next one drawn, as PAYDISB
      *                          would, but the final check itself is
      *                          never dropped.  Nothing owed means
      *                          no check.
      * ================================================================
       2500-ISSUE-FINAL-CHECK.
           MOVE ZERO TO FP-CHECK-NO.
           IF WS-FINAL-NET NOT > ZERO
               GO TO 2500-EXIT
           END-IF.
           MOVE "N"  TO WS-CHECK-WRITTEN-SWITCH.
           MOVE ZERO TO WS-CHECK-TRIES.
           PERFORM 2510-WRITE-CHECK-REGISTER
               UNTIL WS-CHECK-WRITTEN.
           MOVE CHK-CHECK-NO TO FP-CHECK-NO.
           ADD 1 TO WS-CHECKS-ISSUED.
           PERFORM 2520-PRINT-FINAL-CHECK.
           MOVE "I"            TO WS-PP-STATUS.
           MOVE CHK-CHECK-NO   TO WS-PP-CHECK-NO.
           MOVE CHK-ISSUE-DATE TO WS-PP-ISSUE-DATE.
           MOVE CHK-PAYEE-NAME TO WS-PP-PAYEE.
           MOVE CHK-AMOUNT     TO WS-PP-AMOUNT.
           MOVE WS-POSPAY-DETAIL TO POSITIVE-PAY-LINE.
           WRITE POSITIVE-PAY-LINE.
       2500-EXIT.
           EXIT.

       2510-WRITE-CHECK-REGISTER.
           ADD 1 TO WS-CHECK-TRIES.
           IF WS-CHECK-TRIES > 100
               DISPLAY "FINALPAY - NO FREE CHECK NUMBER NEAR "
                   WS-NEXT-CHECK-NO " - CHKCTL OUT OF STEP - ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-NEXT-CHECK-NO TO CHK-CHECK-NO.
           MOVE EMP-ID           TO CHK-EMP-ID.
           MOVE EMP-NAME         TO CHK-PAYEE-NAME.
           MOVE WS-FINAL-NET     TO CHK-AMOUNT.
           MOVE WS-CURRENT-DATE  TO CHK-ISSUE-DATE.
           SET CHK-ISSUED TO TRUE.
           MOVE ZERO             TO CHK-REPLACED-BY.
           MOVE ZERO             TO CHK-CLEARED-DATE.
           MOVE ZERO             TO CHK-LETTER-DATE.
           MOVE ZERO             TO CHK-ESCHEAT-DATE.
           WRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "FINALPAY - CHECK NO " WS-NEXT-CHECK-NO
                       " ALREADY ON REGISTER - NUMBER SKIPPED"
               NOT INVALID KEY
                   SET WS-CHECK-WRITTEN TO TRUE
           END-WRITE.
           ADD 1 TO WS-NEXT-CHECK-NO.
           MOVE WS-NEXT-CHECK-NO TO CKC-NEXT-CHECK-NO.
           REWRITE CHECK-CONTROL-RECORD
               INVALID KEY
                   WRITE CHECK-CONTROL-RECORD
           END-REWRITE.

       2520-PRINT-FINAL-CHECK.
           MOVE CHK-CHECK-NO   TO WS-CHK1-CHECK-NO.
           MOVE CHK-ISSUE-DATE TO WS-CHK1-DATE.
           MOVE WS-CHECK-LINE-1 TO PAYCHECK-PRINT-LINE.
           WRITE PAYCHECK-PRINT-LINE.
           MOVE CHK-PAYEE-NAME TO WS-CHK2-PAYEE.
           MOVE WS-CHECK-LINE-2 TO PAYCHECK-PRINT-LINE.
           WRITE PAYCHECK-PRINT-LINE.
           MOVE CHK-AMOUNT     TO WS-CHK3-AMOUNT.
           MOVE WS-CHECK-LINE-3 TO PAYCHECK-PRINT-LINE.
           WRITE PAYCHECK-PRINT-LINE.
           MOVE FP-TERM-DATE TO WS-FSL-TERM-DATE.
           MOVE WS-FINAL-STUB-LINE TO PAYCHECK-PRINT-LINE.
           WRITE PAYCHECK-PRINT-LINE.
           MOVE SPACES TO WS-SML-MEMO.
           MOVE "PARTIAL PERIOD  " TO WS-SML-CAPTION.
           MOVE WS-PARTIAL-GROSS TO WS-SML-AMOUNT.
           PERFORM 2530-WRITE-STUB-MONEY-LINE.
           IF WS-VAC-PAYOUT NOT = ZERO
               MOVE WS-VAC-HOURS TO WS-VHM-HOURS
               MOVE WS-VAC-HOURS-MEMO TO WS-SML-MEMO
               MOVE "VACATION PAYOUT " TO WS-SML-CAPTION
               MOVE WS-VAC-PAYOUT TO WS-SML-AMOUNT
               PERFORM 2530-WRITE-STUB-MONEY-LINE
               MOVE SPACES TO WS-SML-MEMO
           END-IF.
           MOVE "TAX WITHHELD    " TO WS-SML-CAPTION.
           MOVE WS-FINAL-TAX TO WS-SML-AMOUNT.
           PERFORM 2530-WRITE-STUB-MONEY-LINE.
           IF WS-FINAL-STATE-TAX NOT = ZERO
               MOVE "STATE TAX       " TO WS-SML-CAPTION
               MOVE EMP-WORK-STATE TO WS-SML-CAPTION(11:2)
               MOVE WS-FINAL-STATE-TAX TO WS-SML-AMOUNT
               PERFORM 2530-WRITE-STUB-MONEY-LINE
           END-IF.
           MOVE "PROVIDENT FUND  " TO WS-SML-CAPTION.
           MOVE WS-FINAL-PF TO WS-SML-AMOUNT.
           PERFORM 2530-WRITE-STUB-MONEY-LINE.
           MOVE "INSURANCE PREM  " TO WS-SML-CAPTION.
           MOVE WS-FINAL-INS TO WS-SML-AMOUNT.
           PERFORM 2530-WRITE-STUB-MONEY-LINE.
           IF WS-FINAL-GARN NOT = ZERO
               MOVE "GARNISHMENTS    " TO WS-SML-CAPTION
               MOVE WS-FINAL-GARN TO WS-SML-AMOUNT
               PERFORM 2530-WRITE-STUB-MONEY-LINE
           END-IF.
           MOVE "NET PAY         " TO WS-SML-CAPTION.
           MOVE WS-FINAL-NET TO WS-SML-AMOUNT.
           PERFORM 2530-WRITE-STUB-MONEY-LINE.
           MOVE WS-CHECK-SEPARATOR TO PAYCHECK-PRINT-LINE.
           WRITE PAYCHECK-PRINT-LINE.

       2530-WRITE-STUB-MONEY-LINE.
           MOVE WS-STUB-MONEY-LINE TO PAYCHECK-PRINT-LINE.
           WRITE PAYCHECK-PRINT-LINE.

      * ================================================================
      * 2600-CLOSE-OUT-EMPLOYEE - vacation balance zeroed, bank
      *                           account CLOSED, and the master set
      *                           to pay by check so nothing later
      *                           can deposit to the old account.
      * ================================================================
       2600-CLOSE-OUT-EMPLOYEE.
           IF WS-LEAVE-RECORD-FOUND
               MOVE ZERO TO LV-VAC-BALANCE
               MOVE WS-CURRENT-DATE TO LV-LAST-ACCRUAL-DATE
               REWRITE LEAVE-BALANCE-RECORD
           END-IF.
           MOVE EMP-ID TO BA-EMP-ID.
           READ EMP-BANK-ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT BA-ACCOUNT-CLOSED
                       SET BA-ACCOUNT-CLOSED TO TRUE
                       REWRITE EMP-BANK-ACCOUNT-RECORD
                       ADD 1 TO WS-ACCOUNTS-CLOSED
                   END-IF
           END-READ.
           SET EMP-PAID-BY-CHECK TO TRUE.
           REWRITE EMPLOYEE-RECORD.

       2700-UPDATE-YTD.
           MOVE EMP-ID TO YTD-EMP-ID.
           READ YTD-CONTROL-FILE
               INVALID KEY
                   MOVE "N" TO WS-YTD-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-YTD-FOUND-SWITCH
           END-READ.
           IF WS-YTD-RECORD-FOUND
               ADD WS-FINAL-TAX   TO YTD-TAX-ACCUM
               ADD WS-FINAL-GROSS TO YTD-SALARY-ACCUM
               ADD WS-FINAL-PF    TO YTD-PF-ACCUM
               ADD WS-FINAL-INS   TO YTD-INS-ACCUM
               MOVE WS-CURRENT-YYYY TO YTD-LAST-RUN-YYYY
               MOVE WS-CURRENT-MM   TO YTD-LAST-RUN-MM
               MOVE WS-CURRENT-DD   TO YTD-LAST-RUN-DD
               PERFORM 2710-UPDATE-YTD-STATE
                   THRU 2710-EXIT
               REWRITE YTD-TAX-CONTROL-RECORD
           ELSE
               MOVE EMP-ID          TO YTD-EMP-ID
               MOVE WS-CURRENT-YYYY TO YTD-YEAR
               MOVE WS-FINAL-TAX    TO YTD-TAX-ACCUM
               MOVE WS-FINAL-GROSS  TO YTD-SALARY-ACCUM
               MOVE WS-FINAL-PF     TO YTD-PF-ACCUM
               MOVE WS-FINAL-INS    TO YTD-INS-ACCUM
               MOVE WS-CURRENT-YYYY TO YTD-LAST-RUN-YYYY
               MOVE WS-CURRENT-MM   TO YTD-LAST-RUN-MM
               MOVE WS-CURRENT-DD   TO YTD-LAST-RUN-DD
               PERFORM 2720-CLEAR-ONE-YTD-STATE
                   VARYING WS-YTD-STATE-SUB FROM 1 BY 1
                   UNTIL WS-YTD-STATE-SUB > 3
               PERFORM 2710-UPDATE-YTD-STATE
                   THRU 2710-EXIT
               WRITE YTD-TAX-CONTROL-RECORD
           END-IF.

      * ================================================================
      * 2710-UPDATE-YTD-STATE - the work state's YTD slot, or the
      *                         first free one; with all three slots
      *                         taken by other states the figure is
      *                         logged for the office to carry.
      * ================================================================
       2710-UPDATE-YTD-STATE.
           IF EMP-WORK-STATE = SPACES
               GO TO 2710-EXIT
           END-IF.
           MOVE ZERO TO WS-STATE-FOUND-SUB.
           PERFORM 2715-MATCH-ONE-YTD-STATE
               VARYING WS-YTD-STATE-SUB FROM 1 BY 1
               UNTIL WS-YTD-STATE-SUB > 3
               OR WS-STATE-FOUND-SUB NOT = ZERO.
           IF WS-STATE-FOUND-SUB = ZERO
               MOVE "FINALPAY" TO EL-PROGRAM-ID
               SET EL-SEVERITY-WARNING TO TRUE
               MOVE EMP-ID TO EL-RECORD-KEY
               MOVE "YTD STATE SLOTS FULL - STATE TAX NOT CARRIED"
                   TO EL-MESSAGE
               CALL "ERRLOG" USING WS-ERRLOG-PARAMETERS
               GO TO 2710-EXIT
           END-IF.
           MOVE EMP-WORK-STATE TO YTD-ST-CODE (WS-STATE-FOUND-SUB).
           ADD WS-FINAL-GROSS
               TO YTD-ST-WAGES (WS-STATE-FOUND-SUB).
           ADD WS-FINAL-STATE-TAX
               TO YTD-ST-TAX (WS-STATE-FOUND-SUB).
       2710-EXIT.
           EXIT.

       2715-MATCH-ONE-YTD-STATE.
           IF YTD-ST-CODE (WS-YTD-STATE-SUB) = EMP-WORK-STATE
              OR YTD-ST-CODE (WS-YTD-STATE-SUB) = SPACES
               MOVE WS-YTD-STATE-SUB TO WS-STATE-FOUND-SUB
           END-IF.

       2720-CLEAR-ONE-YTD-STATE.
           MOVE SPACES TO YTD-ST-CODE (WS-YTD-STATE-SUB).
           MOVE ZERO   TO YTD-ST-WAGES (WS-YTD-STATE-SUB).
           MOVE ZERO   TO YTD-ST-TAX (WS-YTD-STATE-SUB).

      * ================================================================
      * 2750-WRITE-PAY-HISTORY - the final stub goes on PAYHIST under
      *                          today's date for the pay-stub
      *                          inquiry.  A stub the register wrote
      *                          for the employee earlier today
      *                          takes the final-pay figures on top,
      *                          so neither payment is lost.
      * ================================================================
       2750-WRITE-PAY-HISTORY.
           MOVE EMP-ID          TO PH-EMP-ID.
           MOVE WS-CURRENT-DATE TO PH-PAY-DATE.
           READ PAY-HISTORY-FILE
               INVALID KEY
                   MOVE "N" TO WS-STUB-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-STUB-FOUND-SWITCH
           END-READ.
           IF WS-STUB-ON-FILE
               ADD WS-FINAL-GROSS TO PH-PERIOD-GROSS
               ADD WS-VAC-PAYOUT  TO PH-SUPP-EARNINGS
               ADD WS-FINAL-PF    TO PH-PF-AMOUNT
               ADD WS-FINAL-INS   TO PH-INS-AMOUNT
               ADD WS-FINAL-TAX   TO PH-TAX-AMOUNT
               ADD WS-FINAL-STATE-TAX TO PH-STATE-TAX
               ADD WS-FINAL-GARN  TO PH-GARN-AMOUNT
               ADD WS-FINAL-NET   TO PH-NET-PAY
           ELSE
               MOVE SPACES          TO PAY-HISTORY-RECORD
               MOVE EMP-ID          TO PH-EMP-ID
               MOVE WS-CURRENT-DATE TO PH-PAY-DATE
               MOVE EMP-NAME        TO PH-EMP-NAME
               MOVE EMP-PAY-FREQ    TO PH-PAY-FREQ
               MOVE EMP-FILING-STATUS TO PH-FILING-STATUS
               MOVE EMP-DEPT-CODE   TO PH-DEPT-CODE
               MOVE WS-FINAL-GROSS  TO PH-PERIOD-GROSS
               MOVE WS-VAC-PAYOUT   TO PH-SUPP-EARNINGS
               MOVE WS-FINAL-PF     TO PH-PF-AMOUNT
               MOVE WS-FINAL-INS    TO PH-INS-AMOUNT
               MOVE WS-FINAL-TAX    TO PH-TAX-AMOUNT
               MOVE EMP-WORK-STATE  TO PH-WORK-STATE
               MOVE WS-FINAL-STATE-TAX TO PH-STATE-TAX
               MOVE WS-FINAL-GARN   TO PH-GARN-AMOUNT
               MOVE ZERO            TO PH-EXPENSE-REIMB
               MOVE ZERO            TO PH-ARREARS-BOOKED
               MOVE ZERO            TO PH-ARREARS-RECOVERED
               MOVE WS-FINAL-NET    TO PH-NET-PAY
           END-IF.
           MOVE "C" TO PH-PAY-METHOD.
           MOVE ZERO TO PH-VAC-BALANCE.
           IF WS-LEAVE-RECORD-FOUND
               MOVE LV-SICK-BALANCE TO PH-SICK-BALANCE
           ELSE
               MOVE ZERO TO PH-SICK-BALANCE
           END-IF.
           IF WS-STUB-ON-FILE
               REWRITE PAY-HISTORY-RECORD
           ELSE
               WRITE PAY-HISTORY-RECORD
           END-IF.

      * ================================================================
      * 2800-POST-GL-DEBIT - the final gross debits payroll expense
      *                      under the employee's department; the
      *                      credits go out once, at end of job, as
      *                      the payroll register's do.  The batch
      *                      is only opened once there is something
      *                      to post.
      * ================================================================
       2800-POST-GL-DEBIT.
           ADD WS-FINAL-GROSS TO WS-GRAND-GROSS.
           ADD WS-FINAL-TAX   TO WS-GRAND-TAX.
           ADD WS-FINAL-PF    TO WS-GRAND-PF.
           ADD WS-FINAL-INS   TO WS-GRAND-INS.
           ADD WS-FINAL-GARN  TO WS-GRAND-GARN.
           ADD WS-FINAL-NET   TO WS-GRAND-NET.
           IF WS-FINAL-STATE-TAX NOT = ZERO
               ADD WS-FINAL-STATE-TAX TO WS-GRAND-STATE-TAX
               PERFORM 2810-ACCUMULATE-STATE
           END-IF.
           IF WS-FINAL-GROSS = ZERO
               GO TO 2800-EXIT
           END-IF.
           IF NOT WS-GL-BATCH-OPEN
               MOVE "FP" TO GBH-BATCH-ID(1:2)
               MOVE WS-CURRENT-DATE(3:6) TO GBH-BATCH-ID(3:6)
               MOVE WS-CURRENT-DATE TO GBH-BATCH-DATE
               MOVE "FINALPAY" TO GBH-SOURCE
               PERFORM 7900-OPEN-GL-BATCH
               SET WS-GL-BATCH-OPEN TO TRUE
           END-IF.
           MOVE WS-GL-EXPENSE-ACCT TO GL-TRANS-ACCT-ID.
           SET GL-TRANS-IS-DEBIT TO TRUE.
           MOVE WS-FINAL-GROSS TO GL-TRANS-AMOUNT.
           MOVE "FINAL PAY GROSS EXP" TO GL-TRANS-DESC.
           MOVE EMP-DEPT-CODE TO GL-TRANS-DEPT-CODE.
           PERFORM 9110-WRITE-ONE-GL-LEG.
       2800-EXIT.
           EXIT.

       2810-ACCUMULATE-STATE.
           MOVE ZERO TO WS-STATE-FOUND-SUB.
           PERFORM 2815-MATCH-ONE-STATE-TOTAL
               VARYING WS-STATE-ACCUM-SUB FROM 1 BY 1
               UNTIL WS-STATE-ACCUM-SUB > 5
               OR WS-STATE-FOUND-SUB NOT = ZERO.
           MOVE EMP-WORK-STATE
               TO WS-STATE-ACCUM-CODE (WS-STATE-FOUND-SUB).
           ADD WS-FINAL-STATE-TAX
               TO WS-STATE-ACCUM-TAX (WS-STATE-FOUND-SUB).

       2815-MATCH-ONE-STATE-TOTAL.
           IF WS-STATE-ACCUM-CODE (WS-STATE-ACCUM-SUB) = EMP-WORK-STATE
              OR WS-STATE-ACCUM-CODE (WS-STATE-ACCUM-SUB) = SPACES
               MOVE WS-STATE-ACCUM-SUB TO WS-STATE-FOUND-SUB
           END-IF.

       2850-MARK-REQUEST-ISSUED.
           MOVE WS-CURRENT-DATE  TO FP-ISSUE-DATE.
           MOVE WS-PARTIAL-GROSS TO FP-PARTIAL-GROSS.
           MOVE WS-VAC-HOURS     TO FP-VAC-HOURS-PAID.
           MOVE WS-VAC-PAYOUT    TO FP-VAC-PAYOUT.
           MOVE WS-FINAL-TAX     TO FP-TAX-AMOUNT.
           MOVE WS-FINAL-STATE-TAX TO FP-STATE-TAX.
           MOVE WS-FINAL-GARN    TO FP-GARN-AMOUNT.
           MOVE WS-FINAL-NET     TO FP-NET-PAY.
           SET FP-ISSUED TO TRUE.
           REWRITE FINAL-PAY-RECORD.
           ADD 1 TO WS-REQUESTS-PAID.
           IF WS-CURRENT-DATE-NUM > FP-DUE-DATE
               ADD 1 TO WS-REQUESTS-LATE
               MOVE "ISSUED AFTER DEADLINE" TO WS-REG-STATUS-TEXT
           ELSE
               IF FP-CHECK-NO = ZERO
                   MOVE "NOTHING OWED - NO CHECK" TO WS-REG-STATUS-TEXT
               ELSE
                   MOVE "ISSUED" TO WS-REG-STATUS-TEXT
               END-IF
           END-IF.
           PERFORM 8100-WRITE-REGISTER-LINE.

      * ================================================================
      * 2900-REJECT-REQUEST - the request stays PENDING for the next
      *                       run; the due date still prints so the
      *                       deadline is in front of the office.
      * ================================================================
       2900-REJECT-REQUEST.
           ADD 1 TO WS-REQUESTS-REJECTED.
           MOVE ZERO TO WS-PARTIAL-GROSS.
           MOVE ZERO TO WS-VAC-PAYOUT.
           MOVE ZERO TO WS-FINAL-NET.
           MOVE ZERO TO FP-CHECK-NO.
           IF FP-DUE-DATE NOT = ZERO
               REWRITE FINAL-PAY-RECORD
           END-IF.
           PERFORM 8100-WRITE-REGISTER-LINE.
           MOVE "FINALPAY" TO EL-PROGRAM-ID.
           SET EL-SEVERITY-ERROR TO TRUE.
           MOVE FP-EMP-ID TO EL-RECORD-KEY.
           MOVE WS-REG-STATUS-TEXT TO EL-MESSAGE.
           CALL "ERRLOG" USING WS-ERRLOG-PARAMETERS.

       8100-WRITE-REGISTER-LINE.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE FP-EMP-ID          TO WS-DTL-EMP-ID.
           MOVE EMP-NAME           TO WS-DTL-EMP-NAME.
           MOVE FP-TERM-DATE       TO WS-DTL-TERM-DATE.
           MOVE FP-DUE-DATE        TO WS-DTL-DUE-DATE.
           MOVE WS-PARTIAL-GROSS   TO WS-DTL-PARTIAL.
           MOVE WS-VAC-PAYOUT      TO WS-DTL-VAC-PAYOUT.
           MOVE WS-FINAL-NET       TO WS-DTL-NET-PAY.
           MOVE FP-CHECK-NO        TO WS-DTL-CHECK-NO.
           MOVE WS-REG-STATUS-TEXT TO WS-DTL-STATUS.
           MOVE WS-DETAIL-LINE TO FINAL-PAY-REGISTER-LINE.
           WRITE FINAL-PAY-REGISTER-LINE.
           ADD 1 TO RH-LINE-COUNT.

       8020-WRITE-HEADING-LINES.
           MOVE RH-PAGE-NO      TO WS-HDG-PAGE-NO.
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
           MOVE WS-HEADING-LINE-1 TO FINAL-PAY-REGISTER-LINE.
           WRITE FINAL-PAY-REGISTER-LINE.
           MOVE WS-HEADING-LINE-2 TO FINAL-PAY-REGISTER-LINE.
           WRITE FINAL-PAY-REGISTER-LINE.

      * ================================================================
      * 9000-TERMINATE - GL credits and batch trailer, totals line,
      *                  control totals, close down.  A late check or
      *                  an unpaid request ends the step RC 4.
      * ================================================================
       9000-TERMINATE.
           IF WS-GL-BATCH-OPEN
               PERFORM 9100-WRITE-GL-CREDITS
           END-IF.
           MOVE SPACES TO FINAL-PAY-REGISTER-LINE.
           WRITE FINAL-PAY-REGISTER-LINE.
           MOVE WS-GRAND-GROSS TO WS-GTL-GROSS.
           MOVE WS-GRAND-TAX   TO WS-GTL-TAX.
           MOVE WS-GRAND-STATE-TAX TO WS-GTL-STATE-TAX.
           MOVE WS-GRAND-GARN  TO WS-GTL-GARN.
           MOVE WS-GRAND-NET   TO WS-GTL-NET.
           MOVE WS-GRAND-TOTAL-LINE TO FINAL-PAY-REGISTER-LINE.
           WRITE FINAL-PAY-REGISTER-LINE.

           DISPLAY "TERMINATION FINAL PAY - END OF JOB SUMMARY".
           DISPLAY "  REQUESTS PENDING : " WS-REQUESTS-READ.
           DISPLAY "  REQUESTS PAID    : " WS-REQUESTS-PAID.
           DISPLAY "  REQUESTS REJECTED: " WS-REQUESTS-REJECTED.
           DISPLAY "  PAID AFTER DEADLN: " WS-REQUESTS-LATE.
           DISPLAY "  CHECKS ISSUED    : " WS-CHECKS-ISSUED.
           DISPLAY "  ORDERS RELEASED  : " WS-ORDERS-RELEASED.
           DISPLAY "  ACCOUNTS CLOSED  : " WS-ACCOUNTS-CLOSED.
           DISPLAY "  TOTAL NET PAID   : " WS-GRAND-NET.
           IF WS-REQUESTS-REJECTED > ZERO
              OR WS-REQUESTS-LATE > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE FINAL-PAY-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE LEAVE-BALANCE-FILE.
           CLOSE GARNISHMENT-ORDER-FILE.
           CLOSE EMP-BANK-ACCOUNT-FILE.
           CLOSE YTD-CONTROL-FILE.
           CLOSE PAY-HISTORY-FILE.
           CLOSE CHECK-REGISTER-FILE.
           CLOSE CHECK-CONTROL-FILE.
           CLOSE PAYCHECK-PRINT-FILE.
           CLOSE POSITIVE-PAY-FILE.
           CLOSE GARNISHMENT-REMIT-FILE.
           CLOSE GARNISHMENT-NOTICE-FILE.
           CLOSE GL-TRANSACTION-FILE.
           CLOSE FINAL-PAY-REGISTER-FILE.
       9000-EXIT.
           EXIT.

      * ================================================================
      * 9100-WRITE-GL-CREDITS - net clearing and the withholding
      *                         payables, the same legs the payroll
      *                         register credits; the batch balances
      *                         against the per-employee debits by
      *                         construction.
      * ================================================================
       9100-WRITE-GL-CREDITS.
           IF WS-GRAND-NET NOT = ZERO
               MOVE WS-GL-NET-CLEARING-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-CREDIT TO TRUE
               MOVE WS-GRAND-NET TO GL-TRANS-AMOUNT
               MOVE "FINAL PAY NET CLRG" TO GL-TRANS-DESC
               PERFORM 9110-WRITE-ONE-GL-LEG
           END-IF.
           IF WS-GRAND-TAX NOT = ZERO
               MOVE WS-GL-TAX-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-CREDIT TO TRUE
               MOVE WS-GRAND-TAX TO GL-TRANS-AMOUNT
               MOVE "FINAL PAY TAX WH" TO GL-TRANS-DESC
               PERFORM 9110-WRITE-ONE-GL-LEG
           END-IF.
           PERFORM 9120-WRITE-ONE-STATE-CREDIT
               VARYING WS-STATE-ACCUM-SUB FROM 1 BY 1
               UNTIL WS-STATE-ACCUM-SUB > 5.
           IF WS-GRAND-PF NOT = ZERO
               MOVE WS-GL-PF-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-CREDIT TO TRUE
               MOVE WS-GRAND-PF TO GL-TRANS-AMOUNT
               MOVE "FINAL PAY PF WH" TO GL-TRANS-DESC
               PERFORM 9110-WRITE-ONE-GL-LEG
           END-IF.
           IF WS-GRAND-INS NOT = ZERO
               MOVE WS-GL-INS-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-CREDIT TO TRUE
               MOVE WS-GRAND-INS TO GL-TRANS-AMOUNT
               MOVE "FINAL PAY INS WH" TO GL-TRANS-DESC
               PERFORM 9110-WRITE-ONE-GL-LEG
           END-IF.
           IF WS-GRAND-GARN NOT = ZERO
               MOVE WS-GL-GARN-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-CREDIT TO TRUE
               MOVE WS-GRAND-GARN TO GL-TRANS-AMOUNT
               MOVE "FINAL PAY GARN WH" TO GL-TRANS-DESC
               PERFORM 9110-WRITE-ONE-GL-LEG
           END-IF.
           PERFORM 7950-CLOSE-GL-BATCH.

       9110-WRITE-ONE-GL-LEG.
           MOVE WS-CURRENT-DATE TO GL-TRANS-DATE.
           PERFORM 7910-WRITE-GL-BATCH-DETAIL.
           MOVE SPACES TO GL-TRANS-DEPT-CODE.

      * Every state paid had a schedule when the request was edited,
      * so its liability account is on the table.
       9120-WRITE-ONE-STATE-CREDIT.
           IF WS-STATE-ACCUM-TAX (WS-STATE-ACCUM-SUB) NOT = ZERO
               MOVE WS-STATE-ACCUM-CODE (WS-STATE-ACCUM-SUB)
                   TO TR-PARSE-STATE
               PERFORM 7810-FIND-STATE-SLOT
               MOVE TR-ST-GL-ACCT (TR-STATE-SUB) TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-CREDIT TO TRUE
               MOVE WS-STATE-ACCUM-TAX (WS-STATE-ACCUM-SUB)
                   TO GL-TRANS-AMOUNT
               MOVE SPACES TO GL-TRANS-DESC
               STRING "FINAL PAY STATE "
                      WS-STATE-ACCUM-CODE (WS-STATE-ACCUM-SUB)
                   DELIMITED BY SIZE INTO GL-TRANS-DESC
               PERFORM 9110-WRITE-ONE-GL-LEG
           END-IF.

       COPY RPTHDGP.
       COPY TAXRATP.
       COPY GLBATP.

       END PROGRAM FINALPAY.
