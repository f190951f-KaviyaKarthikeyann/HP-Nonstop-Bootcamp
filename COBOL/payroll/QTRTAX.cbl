      ******************************************************************
      * PROGRAM:      QTRTAX
      * AUTHOR:       R. J. PILLAI - PAYROLL SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-05
      * DATE-COMPILED:
      * PURPOSE:      Quarterly employer payroll tax return and
      *               deposit schedule.  TAXC only computes what is
      *               withheld from the employee; this program works
      *               out the employer's own share for the quarter.
      *
      *               Employee side - each YTD-CONTROL record for the
      *               return year is compared with the QTRWAGE
      *               snapshot taken at the close of the prior
      *               quarter: the difference is the quarter's
      *               wages, and the unemployment wage base is
      *               applied to the two year-to-date figures so an
      *               employee who crosses the base mid-quarter is
      *               taxed only on the slice under it.  This
      *               quarter's snapshot is then written (or
      *               rewritten on a rerun) for the next quarter.
      *
      *               Run side - every RUN-TOTAL-HISTORY line whose
      *               pay date falls in the quarter is one deposit:
      *               the tax withheld plus the employer social-
      *               insurance on that run's gross (net + tax +
      *               state tax + PF + insurance + garnishments,
      *               less the expense reimbursements that ride the
      *               net but are not wages), due the number of
      *               days after the pay date carried on the rate
      *               parameter.  Every final check FINALPAY issued
      *               in the quarter is a deposit of its own - it
      *               withholds and adds YTD wages outside the
      *               payroll register, so it has no run-history
      *               line.  A due date already behind today is
      *               flagged so a missed deposit is chased before
      *               the return is filed, not after the penalty
      *               notice arrives.
      *
      *               ERTAXPRM parameter line layout (fixed column):
      *                   1-8    effective date           YYYYMMDD
      *                   9-13   employer social-ins rate 9(3)V99
      *                   14-18  unemployment rate        9(3)V99
      *                   19-27  unemployment wage base   9(9)
      *                   28-30  deposit days after pay   9(3)
      *               The line with the latest effective date on or
      *               before the quarter end is used.
      *
      *               Command line: columns 1-4 tax year, column 5
      *               quarter (1-4), e.g. 20263.  Run it after the
      *               last payroll of the quarter and before the
      *               first payroll of the next - YTD-CONTROL is a
      *               running total, and pay dated after the quarter
      *               end is flagged per employee.
      *               DAILYRUN step:  QTRTAX  <yyyyq>.  Return code 4
      *               means the return printed with warnings to be
      *               cleared before filing; 8 means a QTRWAGE
      *               snapshot could not be saved and the quarter
      *               must be rerun before the next one; 16 means no
      *               return.
      *
      * MOD HISTORY:
      *   2026-10-05  RJP  Original quarterly employer tax return.
      *   2026-10-09  RJP  History line widened to X(100) - RUNTOT now
      *                    also carries the state tax withheld.
      *   2026-10-15  RJP  Run gross now adds the state tax withheld and
      *                    takes out the expense reimbursements carried
      *                    on RUNTOT (history line widened to X(114));
      *                    final checks FINALPAY issued in the quarter
      *                    are scheduled as deposits; a QTRWAGE snapshot
      *                    that fails to save is reported by employee
      *                    and ends the step RC 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTRTAX.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-05.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-CONTROL-FILE ASSIGN TO "YTDCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTDCTL-STATUS.

           SELECT QUARTER-WAGE-FILE ASSIGN TO "QTRWAGE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QW-KEY
               FILE STATUS IS WS-QTRWAGE-STATUS.

           SELECT RUN-TOTAL-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT FINAL-PAY-FILE ASSIGN TO "FINALPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FP-EMP-ID
               FILE STATUS IS WS-FINALPAY-STATUS.

           SELECT EMPLOYER-TAX-PARM-FILE ASSIGN TO "ERTAXPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERTAXPRM-STATUS.

           SELECT QUARTERLY-RETURN-FILE ASSIGN TO "QTRTAXRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QTRTAXRP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  YTD-CONTROL-FILE.
       COPY YTDCTL.

       FD  QUARTER-WAGE-FILE.
       COPY QTRWAGE.

       FD  RUN-TOTAL-HISTORY-FILE.
       01  RUN-TOTAL-HISTORY-LINE        PIC X(114).

       FD  FINAL-PAY-FILE.
       COPY FINPAYRC.

       FD  EMPLOYER-TAX-PARM-FILE.
       01  EMPLOYER-TAX-PARM-LINE        PIC X(80).

       FD  QUARTERLY-RETURN-FILE.
       01  QUARTERLY-RETURN-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-YTDCTL-STATUS          PIC X(02) VALUE "00".
           05  WS-QTRWAGE-STATUS         PIC X(02) VALUE "00".
           05  WS-RUNHIST-STATUS         PIC X(02) VALUE "00".
           05  WS-FINALPAY-STATUS        PIC X(02) VALUE "00".
           05  WS-ERTAXPRM-STATUS        PIC X(02) VALUE "00".
           05  WS-QTRTAXRP-STATUS        PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-YTDCTL-EOF-SWITCH      PIC X(01) VALUE "N".
               88  WS-YTDCTL-END-OF-FILE        VALUE "Y".
           05  WS-RUNHIST-EOF-SWITCH     PIC X(01) VALUE "N".
               88  WS-RUNHIST-END-OF-FILE       VALUE "Y".
           05  WS-FINALPAY-EOF-SWITCH    PIC X(01) VALUE "N".
               88  WS-FINALPAY-END-OF-FILE      VALUE "Y".
           05  WS-DEPOSIT-KIND-SWITCH    PIC X(01) VALUE "R".
               88  WS-DEPOSIT-IS-RUN            VALUE "R".
               88  WS-DEPOSIT-IS-FINAL-CHECK    VALUE "F".
           05  WS-ERTAXPRM-EOF-SWITCH    PIC X(01) VALUE "N".
               88  WS-ERTAXPRM-END-OF-FILE      VALUE "Y".
           05  WS-PRIOR-SNAP-SWITCH      PIC X(01) VALUE "N".
               88  WS-PRIOR-SNAP-FOUND          VALUE "Y".
           05  WS-THIS-SNAP-SWITCH       PIC X(01) VALUE "N".
               88  WS-THIS-SNAP-FOUND           VALUE "Y".
           05  WS-WARNING-SWITCH         PIC X(01) VALUE "N".
               88  WS-RETURN-HAS-WARNINGS       VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-YTD-RECORDS-READ       PIC 9(9) COMP VALUE ZERO.
           05  WS-YTD-OTHER-YEAR         PIC 9(9) COMP VALUE ZERO.
           05  WS-EMPLOYEES-PAID         PIC 9(9) COMP VALUE ZERO.
           05  WS-SNAPSHOTS-WRITTEN      PIC 9(9) COMP VALUE ZERO.
           05  WS-SNAPSHOTS-FAILED       PIC 9(9) COMP VALUE ZERO.
           05  WS-EMPLOYEE-WARNINGS      PIC 9(9) COMP VALUE ZERO.
           05  WS-RUNHIST-RECORDS-READ   PIC 9(9) COMP VALUE ZERO.
           05  WS-FINAL-CHECKS-LISTED    PIC 9(9) COMP VALUE ZERO.
           05  WS-DEPOSITS-LISTED        PIC 9(9) COMP VALUE ZERO.
           05  WS-DEPOSITS-PAST-DUE      PIC 9(9) COMP VALUE ZERO.

       01  WS-CMD-LINE-PARM              PIC X(80).
       01  WS-RETURN-PERIOD.
           05  WS-RETURN-YEAR            PIC 9(4).
           05  WS-RETURN-QUARTER         PIC 9(1).

       01  WS-CURRENT-DATE               PIC 9(8).
       01  WS-QUARTER-DATES.
           05  WS-QTR-START-DATE         PIC 9(8).
           05  WS-QTR-START-R REDEFINES WS-QTR-START-DATE.
               10  WS-QTR-START-YYYY     PIC 9(4).
               10  WS-QTR-START-MM       PIC 9(2).
               10  WS-QTR-START-DD       PIC 9(2).
           05  WS-QTR-END-DATE           PIC 9(8).
           05  WS-QTR-END-R REDEFINES WS-QTR-END-DATE.
               10  WS-QTR-END-YYYY       PIC 9(4).
               10  WS-QTR-END-MM         PIC 9(2).
               10  WS-QTR-END-DD         PIC 9(2).
           05  WS-RETURN-DUE-DATE        PIC 9(8).
           05  WS-RETURN-DUE-R REDEFINES WS-RETURN-DUE-DATE.
               10  WS-RETURN-DUE-YYYY    PIC 9(4).
               10  WS-RETURN-DUE-MM      PIC 9(2).
               10  WS-RETURN-DUE-DD      PIC 9(2).

      * Rates in force for the quarter, off ERTAXPRM.
       01  WS-EMPLOYER-RATES.
           05  WS-SELECTED-EFF-DATE      PIC 9(8) VALUE ZERO.
           05  WS-SI-RATE                PIC 9(3)V99 VALUE ZERO.
           05  WS-UI-RATE                PIC 9(3)V99 VALUE ZERO.
           05  WS-UI-WAGE-BASE           PIC 9(9)V99 VALUE ZERO.
           05  WS-DEPOSIT-DAYS           PIC 9(3) VALUE ZERO.

       01  WS-PARM-PARSE-FIELDS.
           05  WS-PARSE-EFF-DATE         PIC 9(8).
           05  WS-PARSE-SI-DIGITS        PIC 9(5).
           05  WS-PARSE-SI-RATE REDEFINES WS-PARSE-SI-DIGITS
                                         PIC 9(3)V99.
           05  WS-PARSE-UI-DIGITS        PIC 9(5).
           05  WS-PARSE-UI-RATE REDEFINES WS-PARSE-UI-DIGITS
                                         PIC 9(3)V99.
           05  WS-PARSE-WAGE-BASE        PIC 9(9).
           05  WS-PARSE-DEPOSIT-DAYS     PIC 9(3).

      * One employee's quarter.
       01  WS-EMPLOYEE-WORK.
           05  WS-PRIOR-YTD-WAGES        PIC S9(11)V99 COMP-3.
           05  WS-QTR-WAGES              PIC S9(11)V99 COMP-3.
           05  WS-CAPPED-YTD             PIC S9(11)V99 COMP-3.
           05  WS-CAPPED-PRIOR           PIC S9(11)V99 COMP-3.
           05  WS-QTR-UI-TAXABLE         PIC S9(11)V99 COMP-3.
           05  WS-QTR-UI-EXCESS          PIC S9(11)V99 COMP-3.

      * Return totals.
       01  WS-RETURN-TOTALS.
           05  WS-TOTAL-QTR-WAGES        PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-TOTAL-UI-TAXABLE       PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-TOTAL-UI-EXCESS        PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-TOTAL-SI-TAX           PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-TOTAL-UI-TAX           PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-TOTAL-EMPLOYER-TAX     PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-TOTAL-RUN-GROSS        PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-TOTAL-TAX-WITHHELD     PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-TOTAL-DEPOSIT-SI       PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-TOTAL-DEPOSITS         PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-TOTAL-LIABILITY        PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-WAGE-VARIANCE          PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-DEPOSIT-VARIANCE       PIC S9(11)V99 COMP-3
                                         VALUE ZERO.

      * Deposit liability by month of the quarter.
       01  WS-MONTH-LIABILITY-TABLE.
           05  WS-MONTH-LIABILITY OCCURS 3 TIMES
                                         PIC S9(11)V99 COMP-3.
       01  WS-MONTH-SUB                  PIC 9(1) COMP.

      * One pay date's deposit.
       COPY RUNTOT.
       01  WS-DEPOSIT-WORK.
           05  WS-DEPOSIT-PAY-DATE       PIC 9(8).
           05  WS-DEPOSIT-PAY-R REDEFINES WS-DEPOSIT-PAY-DATE.
               10  WS-DEPOSIT-PAY-YYYY   PIC 9(4).
               10  WS-DEPOSIT-PAY-MM     PIC 9(2).
               10  WS-DEPOSIT-PAY-DD     PIC 9(2).
           05  WS-RUN-GROSS              PIC S9(11)V99 COMP-3.
           05  WS-RUN-TAX-WITHHELD       PIC S9(11)V99 COMP-3.
           05  WS-RUN-SI-TAX             PIC S9(11)V99 COMP-3.
           05  WS-RUN-DEPOSIT            PIC S9(11)V99 COMP-3.
           05  WS-DEPOSIT-DUE-DATE       PIC 9(8).

       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(30) VALUE SPACES.
           05  FILLER                    PIC X(40) VALUE
               "QUARTERLY EMPLOYER PAYROLL TAX RETURN".
           05  FILLER                    PIC X(08) VALUE "QUARTER".
           05  WS-HDG-QUARTER            PIC 9(1).
           05  FILLER                    PIC X(01) VALUE "/".
           05  WS-HDG-YEAR               PIC 9(4).
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  FILLER                    PIC X(05) VALUE "PAGE".
           05  WS-HDG-PAGE-NO            PIC ZZZ9.

       01  WS-HEADING-LINE-2.
           05  FILLER                    PIC X(12) VALUE "EMP ID".
           05  FILLER                    PIC X(17) VALUE
               "    QTR WAGES".
           05  FILLER                    PIC X(17) VALUE
               "  UI TAXABLE".
           05  FILLER                    PIC X(17) VALUE
               "   UI EXCESS".
           05  FILLER                    PIC X(17) VALUE
               "   YTD WAGES".
           05  FILLER                    PIC X(30) VALUE "NOTE".

       01  WS-EMPLOYEE-LINE.
           05  WS-EL-EMP-ID              PIC Z(9)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-EL-QTR-WAGES           PIC -$$,$$$,$$9.99.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-EL-UI-TAXABLE          PIC -$$,$$$,$$9.99.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-EL-UI-EXCESS           PIC -$$,$$$,$$9.99.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-EL-YTD-WAGES           PIC -$$,$$$,$$9.99.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-EL-NOTE                PIC X(40).

       01  WS-RETURN-FIGURE-LINE.
           05  WS-RF-LABEL               PIC X(45).
           05  WS-RF-AMOUNT              PIC -$$$,$$$,$$9.99.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-RF-NOTE                PIC X(40).

       01  WS-COUNT-LINE.
           05  FILLER                    PIC X(45) VALUE
               "NUMBER OF EMPLOYEES PAID IN QUARTER".
           05  WS-CL-COUNT               PIC ZZZ,ZZZ,ZZ9.

       01  WS-RATE-LINE.
           05  WS-RL-LABEL               PIC X(45).
           05  WS-RL-RATE                PIC ZZ9.99.
           05  FILLER                    PIC X(02) VALUE " %".

       01  WS-DEPOSIT-HEADING.
           05  FILLER                    PIC X(12) VALUE "PAY DATE".
           05  FILLER                    PIC X(17) VALUE
               "    RUN GROSS".
           05  FILLER                    PIC X(17) VALUE
               "  TAX WITHHELD".
           05  FILLER                    PIC X(17) VALUE
               "  EMPLOYER SI".
           05  FILLER                    PIC X(17) VALUE
               "   DEPOSIT".
           05  FILLER                    PIC X(11) VALUE "DUE DATE".
           05  FILLER                    PIC X(20) VALUE "STATUS".

       01  WS-DEPOSIT-LINE.
           05  WS-DL-PAY-DATE            PIC 9(8).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-RUN-GROSS           PIC -$$,$$$,$$9.99.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DL-TAX-WITHHELD        PIC -$$,$$$,$$9.99.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DL-EMPLOYER-SI         PIC -$$,$$$,$$9.99.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DL-DEPOSIT             PIC -$$,$$$,$$9.99.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DL-DUE-DATE            PIC 9(8).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DL-STATUS              PIC X(24).

       01  WS-MONTH-LINE.
           05  FILLER                    PIC X(29) VALUE
               "  LIABILITY FOR MONTH ".
           05  WS-ML-MONTH               PIC 9(2).
           05  FILLER                    PIC X(14) VALUE SPACES.
           05  WS-ML-AMOUNT              PIC -$$$,$$$,$$9.99.

       COPY RPTHDGW.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-PROCESS-EMPLOYEES
               THRU 2000-EXIT
               UNTIL WS-YTDCTL-END-OF-FILE.
           PERFORM 3000-PRINT-DEPOSIT-HEADING
               THRU 3000-EXIT.
           PERFORM 3100-PROCESS-RUN-HISTORY
               THRU 3100-EXIT
               UNTIL WS-RUNHIST-END-OF-FILE.
           PERFORM 3200-PROCESS-FINAL-CHECKS
               THRU 3200-EXIT.
           PERFORM 4000-PRINT-RETURN
               THRU 4000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO RH-RUN-DATE.
           MOVE ZERO TO WS-MONTH-LIABILITY-TABLE.

           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           IF WS-CMD-LINE-PARM = SPACES
               DISPLAY "TAX YEAR AND QUARTER (YYYYQ) : "
               ACCEPT WS-CMD-LINE-PARM
           END-IF.
           MOVE WS-CMD-LINE-PARM(1:5) TO WS-RETURN-PERIOD.
           IF WS-RETURN-PERIOD IS NOT NUMERIC
              OR WS-RETURN-QUARTER < 1
              OR WS-RETURN-QUARTER > 4
               DISPLAY "QTRTAX - INVALID RETURN PERIOD "
                   WS-CMD-LINE-PARM(1:5) " - EXPECTED YYYYQ"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1050-SET-QUARTER-DATES
               THRU 1050-EXIT.

           PERFORM 1100-LOAD-EMPLOYER-RATES
               THRU 1100-EXIT.

           OPEN INPUT YTD-CONTROL-FILE.
           IF WS-YTDCTL-STATUS NOT = "00"
               DISPLAY "QTRTAX - CANNOT OPEN YTDCTL - STATUS "
                   WS-YTDCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RUN-TOTAL-HISTORY-FILE.
           IF WS-RUNHIST-STATUS NOT = "00"
               DISPLAY "QTRTAX - CANNOT OPEN RUNHIST - STATUS "
                   WS-RUNHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O QUARTER-WAGE-FILE.
           IF WS-QTRWAGE-STATUS = "35"
               OPEN OUTPUT QUARTER-WAGE-FILE
               CLOSE QUARTER-WAGE-FILE
               OPEN I-O QUARTER-WAGE-FILE
           END-IF.
           OPEN OUTPUT QUARTERLY-RETURN-FILE.
       1000-EXIT.
           EXIT.

      * ================================================================
      * 1050-SET-QUARTER-DATES - first and last calendar day of the
      *                          quarter, and the return due date:
      *                          the last day of the month after
      *                          the quarter closes.
      * ================================================================
       1050-SET-QUARTER-DATES.
           MOVE WS-RETURN-YEAR TO WS-QTR-START-YYYY.
           COMPUTE WS-QTR-START-MM = (WS-RETURN-QUARTER - 1) * 3 + 1.
           MOVE 1 TO WS-QTR-START-DD.
           MOVE WS-RETURN-YEAR TO WS-QTR-END-YYYY.
           COMPUTE WS-QTR-END-MM = WS-RETURN-QUARTER * 3.
           IF WS-RETURN-QUARTER = 1 OR WS-RETURN-QUARTER = 4
               MOVE 31 TO WS-QTR-END-DD
           ELSE
               MOVE 30 TO WS-QTR-END-DD
           END-IF.
           IF WS-RETURN-QUARTER = 4
               COMPUTE WS-RETURN-DUE-YYYY = WS-RETURN-YEAR + 1
               MOVE 01 TO WS-RETURN-DUE-MM
               MOVE 31 TO WS-RETURN-DUE-DD
           ELSE
               MOVE WS-RETURN-YEAR TO WS-RETURN-DUE-YYYY
               COMPUTE WS-RETURN-DUE-MM = WS-QTR-END-MM + 1
               IF WS-RETURN-QUARTER = 2
                   MOVE 31 TO WS-RETURN-DUE-DD
               ELSE
                   MOVE 30 TO WS-RETURN-DUE-DD
               END-IF
           END-IF.
       1050-EXIT.
           EXIT.

      * ================================================================
      * 1100-LOAD-EMPLOYER-RATES - same effective-date selection as
      *                            the TAXRATES schedule: the latest
      *                            line on or before the quarter end
      *                            wins.  No rates for the quarter
      *                            means no return - the run abends
      *                            rather than printing a zero
      *                            liability.
      * ================================================================
       1100-LOAD-EMPLOYER-RATES.
           OPEN INPUT EMPLOYER-TAX-PARM-FILE.
           IF WS-ERTAXPRM-STATUS NOT = "00"
               DISPLAY "QTRTAX - CANNOT OPEN ERTAXPRM PARAMETER FILE "
                   "- STATUS " WS-ERTAXPRM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1110-READ-ONE-RATE-LINE
               UNTIL WS-ERTAXPRM-END-OF-FILE.
           CLOSE EMPLOYER-TAX-PARM-FILE.
           IF WS-SELECTED-EFF-DATE = ZERO
               DISPLAY "QTRTAX - NO EMPLOYER RATES ON ERTAXPRM COVER "
                   "QUARTER ENDING " WS-QTR-END-DATE " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "QTRTAX - EMPLOYER RATES EFFECTIVE "
               WS-SELECTED-EFF-DATE " SELECTED".
       1100-EXIT.
           EXIT.

       1110-READ-ONE-RATE-LINE.
           READ EMPLOYER-TAX-PARM-FILE
               AT END
                   SET WS-ERTAXPRM-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM 1120-APPLY-RATE-LINE
           END-READ.

       1120-APPLY-RATE-LINE.
           IF EMPLOYER-TAX-PARM-LINE(1:30) IS NOT NUMERIC
               CONTINUE
           ELSE
               MOVE EMPLOYER-TAX-PARM-LINE(1:8)  TO WS-PARSE-EFF-DATE
               MOVE EMPLOYER-TAX-PARM-LINE(9:5)  TO WS-PARSE-SI-DIGITS
               MOVE EMPLOYER-TAX-PARM-LINE(14:5) TO WS-PARSE-UI-DIGITS
               MOVE EMPLOYER-TAX-PARM-LINE(19:9) TO WS-PARSE-WAGE-BASE
               MOVE EMPLOYER-TAX-PARM-LINE(28:3)
                   TO WS-PARSE-DEPOSIT-DAYS
               IF WS-PARSE-EFF-DATE <= WS-QTR-END-DATE
                  AND WS-PARSE-EFF-DATE > WS-SELECTED-EFF-DATE
                   MOVE WS-PARSE-EFF-DATE     TO WS-SELECTED-EFF-DATE
                   MOVE WS-PARSE-SI-RATE      TO WS-SI-RATE
                   MOVE WS-PARSE-UI-RATE      TO WS-UI-RATE
                   MOVE WS-PARSE-WAGE-BASE    TO WS-UI-WAGE-BASE
                   MOVE WS-PARSE-DEPOSIT-DAYS TO WS-DEPOSIT-DAYS
               END-IF
           END-IF.

      * ================================================================
      * 2000-PROCESS-EMPLOYEES - one YTD-CONTROL record per employee.
      *                          Records for another tax year are
      *                          not part of this return.
      * ================================================================
       2000-PROCESS-EMPLOYEES.
           READ YTD-CONTROL-FILE NEXT RECORD
               AT END
                   SET WS-YTDCTL-END-OF-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-YTD-RECORDS-READ.
           IF YTD-YEAR NOT = WS-RETURN-YEAR
               ADD 1 TO WS-YTD-OTHER-YEAR
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-GET-PRIOR-SNAPSHOT
               THRU 2100-EXIT.
           PERFORM 2200-COMPUTE-QUARTER-WAGES
               THRU 2200-EXIT.
           PERFORM 2300-SAVE-SNAPSHOT
               THRU 2300-EXIT.
           IF WS-QTR-WAGES NOT = ZERO
               ADD 1 TO WS-EMPLOYEES-PAID
               PERFORM 2400-PRINT-EMPLOYEE
                   THRU 2400-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      * ================================================================
      * 2100-GET-PRIOR-SNAPSHOT - the first quarter starts from zero.
      *                           A later quarter with no snapshot
      *                           for the one before it (the prior
      *                           return was never run) cannot
      *                           split the year-to-date figure, so
      *                           the whole of it lands in this
      *                           quarter and the line is flagged.
      * ================================================================
       2100-GET-PRIOR-SNAPSHOT.
           MOVE ZERO TO WS-PRIOR-YTD-WAGES.
           MOVE "N" TO WS-PRIOR-SNAP-SWITCH.
           IF WS-RETURN-QUARTER = 1
               GO TO 2100-EXIT
           END-IF.
           MOVE YTD-EMP-ID     TO QW-EMP-ID.
           MOVE WS-RETURN-YEAR TO QW-YEAR.
           COMPUTE QW-QUARTER = WS-RETURN-QUARTER - 1.
           READ QUARTER-WAGE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PRIOR-SNAP-FOUND TO TRUE
                   MOVE QW-YTD-WAGES TO WS-PRIOR-YTD-WAGES
           END-READ.
       2100-EXIT.
           EXIT.

      * ================================================================
      * 2200-COMPUTE-QUARTER-WAGES - the wage base is tested against
      *                              the year-to-date figure at each
      *                              end of the quarter; the
      *                              difference between the two
      *                              capped figures is this quarter's
      *                              unemployment taxable wage.
      * ================================================================
       2200-COMPUTE-QUARTER-WAGES.
           MOVE SPACES TO WS-EL-NOTE.
           COMPUTE WS-QTR-WAGES =
               YTD-SALARY-ACCUM - WS-PRIOR-YTD-WAGES.
           IF YTD-SALARY-ACCUM > WS-UI-WAGE-BASE
               MOVE WS-UI-WAGE-BASE TO WS-CAPPED-YTD
           ELSE
               MOVE YTD-SALARY-ACCUM TO WS-CAPPED-YTD
           END-IF.
           IF WS-PRIOR-YTD-WAGES > WS-UI-WAGE-BASE
               MOVE WS-UI-WAGE-BASE TO WS-CAPPED-PRIOR
           ELSE
               MOVE WS-PRIOR-YTD-WAGES TO WS-CAPPED-PRIOR
           END-IF.
           COMPUTE WS-QTR-UI-TAXABLE = WS-CAPPED-YTD - WS-CAPPED-PRIOR.
           COMPUTE WS-QTR-UI-EXCESS = WS-QTR-WAGES - WS-QTR-UI-TAXABLE.

           ADD WS-QTR-WAGES      TO WS-TOTAL-QTR-WAGES.
           ADD WS-QTR-UI-TAXABLE TO WS-TOTAL-UI-TAXABLE.
           ADD WS-QTR-UI-EXCESS  TO WS-TOTAL-UI-EXCESS.

           IF YTD-LAST-RUN-DATE > WS-QTR-END-DATE
               MOVE "PAID AFTER QTR END - WAGES OVERSTATED"
                   TO WS-EL-NOTE
               ADD 1 TO WS-EMPLOYEE-WARNINGS
               SET WS-RETURN-HAS-WARNINGS TO TRUE
           ELSE
               IF WS-RETURN-QUARTER > 1
                  AND NOT WS-PRIOR-SNAP-FOUND
                  AND YTD-SALARY-ACCUM NOT = ZERO
                   MOVE "NO PRIOR QTR SNAPSHOT - YTD USED"
                       TO WS-EL-NOTE
                   ADD 1 TO WS-EMPLOYEE-WARNINGS
                   SET WS-RETURN-HAS-WARNINGS TO TRUE
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

      * ================================================================
      * 2300-SAVE-SNAPSHOT - this quarter's closing year-to-date
      *                      figure, rewritten in place on a rerun of
      *                      the same quarter.
      * ================================================================
       2300-SAVE-SNAPSHOT.
           MOVE YTD-EMP-ID        TO QW-EMP-ID.
           MOVE WS-RETURN-YEAR    TO QW-YEAR.
           MOVE WS-RETURN-QUARTER TO QW-QUARTER.
           MOVE "N" TO WS-THIS-SNAP-SWITCH.
           READ QUARTER-WAGE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-THIS-SNAP-FOUND TO TRUE
           END-READ.
           MOVE YTD-EMP-ID        TO QW-EMP-ID.
           MOVE WS-RETURN-YEAR    TO QW-YEAR.
           MOVE WS-RETURN-QUARTER TO QW-QUARTER.
           MOVE YTD-SALARY-ACCUM  TO QW-YTD-WAGES.
           MOVE WS-QTR-WAGES      TO QW-QTR-WAGES.
           MOVE WS-QTR-UI-TAXABLE TO QW-QTR-UI-TAXABLE.
           MOVE WS-QTR-UI-EXCESS  TO QW-QTR-UI-EXCESS.
           MOVE WS-CURRENT-DATE   TO QW-SNAPSHOT-DATE.
           IF WS-THIS-SNAP-FOUND
               REWRITE QUARTER-WAGE-RECORD
                   INVALID KEY
                       PERFORM 2310-SNAPSHOT-FAILED
                   NOT INVALID KEY
                       ADD 1 TO WS-SNAPSHOTS-WRITTEN
               END-REWRITE
           ELSE
               WRITE QUARTER-WAGE-RECORD
                   INVALID KEY
                       PERFORM 2310-SNAPSHOT-FAILED
                   NOT INVALID KEY
                       ADD 1 TO WS-SNAPSHOTS-WRITTEN
               END-WRITE
           END-IF.
       2300-EXIT.
           EXIT.

      * A snapshot that did not save leaves next quarter with no
      * starting point for this employee - the return still prints,
      * but the step ends RC 8 so the quarter is rerun first.
       2310-SNAPSHOT-FAILED.
           DISPLAY "QTRTAX - QTRWAGE SNAPSHOT NOT SAVED FOR EMPLOYEE "
               YTD-EMP-ID " - STATUS " WS-QTRWAGE-STATUS.
           ADD 1 TO WS-SNAPSHOTS-FAILED.
           MOVE 8 TO RETURN-CODE.

       2400-PRINT-EMPLOYEE.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE YTD-EMP-ID        TO WS-EL-EMP-ID.
           MOVE WS-QTR-WAGES      TO WS-EL-QTR-WAGES.
           MOVE WS-QTR-UI-TAXABLE TO WS-EL-UI-TAXABLE.
           MOVE WS-QTR-UI-EXCESS  TO WS-EL-UI-EXCESS.
           MOVE YTD-SALARY-ACCUM  TO WS-EL-YTD-WAGES.
           MOVE WS-EMPLOYEE-LINE TO QUARTERLY-RETURN-LINE.
           WRITE QUARTERLY-RETURN-LINE.
           ADD 1 TO RH-LINE-COUNT.
       2400-EXIT.
           EXIT.

       3000-PRINT-DEPOSIT-HEADING.
           MOVE SPACES TO QUARTERLY-RETURN-LINE.
           WRITE QUARTERLY-RETURN-LINE.
           MOVE "DEPOSIT SCHEDULE BY PAY DATE"
               TO QUARTERLY-RETURN-LINE.
           WRITE QUARTERLY-RETURN-LINE.
           MOVE WS-DEPOSIT-HEADING TO QUARTERLY-RETURN-LINE.
           WRITE QUARTERLY-RETURN-LINE.
           ADD 3 TO RH-LINE-COUNT.
       3000-EXIT.
           EXIT.

      * ================================================================
      * 3100-PROCESS-RUN-HISTORY - one deposit per payroll run dated
      *                            inside the quarter.  Short
      *                            pre-change history lines read
      *                            back spaces in the PF / insurance
      *                            / garnishment / state tax /
      *                            expense columns and count as
      *                            zero, as in RECON.  The expense
      *                            reimbursements are paid in the
      *                            net but are not wages, so they
      *                            come back out of the gross.
      * ================================================================
       3100-PROCESS-RUN-HISTORY.
           READ RUN-TOTAL-HISTORY-FILE
               AT END
                   SET WS-RUNHIST-END-OF-FILE TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO WS-RUNHIST-RECORDS-READ.
           MOVE RUN-TOTAL-HISTORY-LINE TO RUN-TOTAL-HISTORY-RECORD.
           IF RT-RUN-DATE-NUM < WS-QTR-START-DATE
              OR RT-RUN-DATE-NUM > WS-QTR-END-DATE
               GO TO 3100-EXIT
           END-IF.

           COMPUTE WS-RUN-GROSS = RT-TOTAL-TAX + RT-TOTAL-NET.
           IF RT-TOTAL-PF IS NUMERIC
               ADD RT-TOTAL-PF TO WS-RUN-GROSS
           END-IF.
           IF RT-TOTAL-INS IS NUMERIC
               ADD RT-TOTAL-INS TO WS-RUN-GROSS
           END-IF.
           IF RT-TOTAL-GARN IS NUMERIC
               ADD RT-TOTAL-GARN TO WS-RUN-GROSS
           END-IF.
           IF RT-TOTAL-STATE-TAX IS NUMERIC
               ADD RT-TOTAL-STATE-TAX TO WS-RUN-GROSS
           END-IF.
           IF RT-TOTAL-EXPENSE IS NUMERIC
               SUBTRACT RT-TOTAL-EXPENSE FROM WS-RUN-GROSS
           END-IF.
           MOVE RT-RUN-DATE-NUM TO WS-DEPOSIT-PAY-DATE.
           MOVE RT-TOTAL-TAX    TO WS-RUN-TAX-WITHHELD.
           SET WS-DEPOSIT-IS-RUN TO TRUE.
           PERFORM 3300-SCHEDULE-DEPOSIT
               THRU 3300-EXIT.
       3100-EXIT.
           EXIT.

      * ================================================================
      * 3200-PROCESS-FINAL-CHECKS - every final check FINALPAY
      *                             issued inside the quarter: its
      *                             gross (last partial period plus
      *                             vacation payout) is the figure
      *                             FINALPAY added to YTD-CONTROL,
      *                             and its federal withholding is
      *                             deposited like a run's.  No
      *                             FINALPAY file means no
      *                             terminations have been paid.
      * ================================================================
       3200-PROCESS-FINAL-CHECKS.
           OPEN INPUT FINAL-PAY-FILE.
           IF WS-FINALPAY-STATUS = "35"
               SET WS-FINALPAY-END-OF-FILE TO TRUE
               GO TO 3200-EXIT
           END-IF.
           IF WS-FINALPAY-STATUS NOT = "00"
               DISPLAY "QTRTAX - CANNOT OPEN FINALPAY - STATUS "
                   WS-FINALPAY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 3210-PROCESS-ONE-FINAL-CHECK
               THRU 3210-EXIT
               UNTIL WS-FINALPAY-END-OF-FILE.
           CLOSE FINAL-PAY-FILE.
       3200-EXIT.
           EXIT.

       3210-PROCESS-ONE-FINAL-CHECK.
           READ FINAL-PAY-FILE NEXT RECORD
               AT END
                   SET WS-FINALPAY-END-OF-FILE TO TRUE
                   GO TO 3210-EXIT
           END-READ.
           IF NOT FP-ISSUED
              OR FP-ISSUE-DATE < WS-QTR-START-DATE
              OR FP-ISSUE-DATE > WS-QTR-END-DATE
               GO TO 3210-EXIT
           END-IF.
           COMPUTE WS-RUN-GROSS = FP-PARTIAL-GROSS + FP-VAC-PAYOUT.
           MOVE FP-ISSUE-DATE  TO WS-DEPOSIT-PAY-DATE.
           MOVE FP-TAX-AMOUNT  TO WS-RUN-TAX-WITHHELD.
           SET WS-DEPOSIT-IS-FINAL-CHECK TO TRUE.
           PERFORM 3300-SCHEDULE-DEPOSIT
               THRU 3300-EXIT.
           ADD 1 TO WS-FINAL-CHECKS-LISTED.
       3210-EXIT.
           EXIT.

      * ================================================================
      * 3300-SCHEDULE-DEPOSIT - one deposit: the withholding plus the
      *                         employer social-insurance on the
      *                         gross, due the deposit days after the
      *                         pay date, added to the month's
      *                         liability and listed.
      * ================================================================
       3300-SCHEDULE-DEPOSIT.
           COMPUTE WS-RUN-SI-TAX ROUNDED =
               WS-RUN-GROSS * WS-SI-RATE / 100.
           COMPUTE WS-RUN-DEPOSIT = WS-RUN-TAX-WITHHELD + WS-RUN-SI-TAX.
           COMPUTE WS-DEPOSIT-DUE-DATE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DEPOSIT-PAY-DATE)
                    + WS-DEPOSIT-DAYS).

           ADD WS-RUN-GROSS        TO WS-TOTAL-RUN-GROSS.
           ADD WS-RUN-TAX-WITHHELD TO WS-TOTAL-TAX-WITHHELD.
           ADD WS-RUN-SI-TAX       TO WS-TOTAL-DEPOSIT-SI.
           ADD WS-RUN-DEPOSIT      TO WS-TOTAL-DEPOSITS.
           COMPUTE WS-MONTH-SUB =
               WS-DEPOSIT-PAY-MM - WS-QTR-START-MM + 1.
           ADD WS-RUN-DEPOSIT TO WS-MONTH-LIABILITY (WS-MONTH-SUB).

           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE WS-DEPOSIT-PAY-DATE TO WS-DL-PAY-DATE.
           MOVE WS-RUN-GROSS        TO WS-DL-RUN-GROSS.
           MOVE WS-RUN-TAX-WITHHELD TO WS-DL-TAX-WITHHELD.
           MOVE WS-RUN-SI-TAX       TO WS-DL-EMPLOYER-SI.
           MOVE WS-RUN-DEPOSIT      TO WS-DL-DEPOSIT.
           MOVE WS-DEPOSIT-DUE-DATE TO WS-DL-DUE-DATE.
           IF WS-DEPOSIT-DUE-DATE < WS-CURRENT-DATE
               IF WS-DEPOSIT-IS-FINAL-CHECK
                   MOVE "FINAL CHECK - DUE PASSED" TO WS-DL-STATUS
               ELSE
                   MOVE "DUE DATE PASSED - VERIFY" TO WS-DL-STATUS
               END-IF
               ADD 1 TO WS-DEPOSITS-PAST-DUE
           ELSE
               IF WS-DEPOSIT-IS-FINAL-CHECK
                   MOVE "FINAL CHECK - OPEN" TO WS-DL-STATUS
               ELSE
                   MOVE "OPEN" TO WS-DL-STATUS
               END-IF
           END-IF.
           MOVE WS-DEPOSIT-LINE TO QUARTERLY-RETURN-LINE.
           WRITE QUARTERLY-RETURN-LINE.
           ADD 1 TO RH-LINE-COUNT.
           ADD 1 TO WS-DEPOSITS-LISTED.
       3300-EXIT.
           EXIT.

      * ================================================================
      * 4000-PRINT-RETURN - the return figures.  Social-insurance
      *                     and unemployment tax are computed once on
      *                     the quarter totals; the wages the run
      *                     history says were paid must agree with
      *                     the wages the employee records carry,
      *                     and the deposits must cover the
      *                     liability - any difference is a warning
      *                     to be cleared before the return is
      *                     filed.
      * ================================================================
       4000-PRINT-RETURN.
           COMPUTE WS-TOTAL-SI-TAX ROUNDED =
               WS-TOTAL-QTR-WAGES * WS-SI-RATE / 100.
           COMPUTE WS-TOTAL-UI-TAX ROUNDED =
               WS-TOTAL-UI-TAXABLE * WS-UI-RATE / 100.
           COMPUTE WS-TOTAL-EMPLOYER-TAX =
               WS-TOTAL-SI-TAX + WS-TOTAL-UI-TAX.
           COMPUTE WS-TOTAL-LIABILITY =
               WS-TOTAL-TAX-WITHHELD + WS-TOTAL-SI-TAX.
           COMPUTE WS-WAGE-VARIANCE =
               WS-TOTAL-RUN-GROSS - WS-TOTAL-QTR-WAGES.
           COMPUTE WS-DEPOSIT-VARIANCE =
               WS-TOTAL-DEPOSITS - WS-TOTAL-LIABILITY.

           PERFORM 4100-PRINT-MONTH-LINE
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 3.

           MOVE 99 TO RH-LINE-COUNT.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE "RETURN FIGURES" TO QUARTERLY-RETURN-LINE.
           WRITE QUARTERLY-RETURN-LINE.
           MOVE SPACES TO QUARTERLY-RETURN-LINE.
           WRITE QUARTERLY-RETURN-LINE.

           MOVE SPACES TO WS-RF-NOTE.
           MOVE WS-EMPLOYEES-PAID TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO QUARTERLY-RETURN-LINE.
           WRITE QUARTERLY-RETURN-LINE.
           MOVE "TOTAL WAGES PAID (EMPLOYEE RECORDS)"
               TO WS-RF-LABEL.
           MOVE WS-TOTAL-QTR-WAGES TO WS-RF-AMOUNT.
           PERFORM 4200-WRITE-FIGURE-LINE.
           MOVE "TOTAL WAGES PAID (RUN HISTORY)" TO WS-RF-LABEL.
           MOVE WS-TOTAL-RUN-GROSS TO WS-RF-AMOUNT.
           PERFORM 4200-WRITE-FIGURE-LINE.
           MOVE "WAGE VARIANCE" TO WS-RF-LABEL.
           MOVE WS-WAGE-VARIANCE TO WS-RF-AMOUNT.
           IF WS-WAGE-VARIANCE NOT = ZERO
               MOVE "*** WAGES DO NOT AGREE ***" TO WS-RF-NOTE
               SET WS-RETURN-HAS-WARNINGS TO TRUE
           END-IF.
           PERFORM 4200-WRITE-FIGURE-LINE.
           MOVE SPACES TO WS-RF-NOTE.
           MOVE "INCOME TAX WITHHELD" TO WS-RF-LABEL.
           MOVE WS-TOTAL-TAX-WITHHELD TO WS-RF-AMOUNT.
           PERFORM 4200-WRITE-FIGURE-LINE.

           MOVE "EMPLOYER SOCIAL-INSURANCE RATE" TO WS-RL-LABEL.
           MOVE WS-SI-RATE TO WS-RL-RATE.
           MOVE WS-RATE-LINE TO QUARTERLY-RETURN-LINE.
           WRITE QUARTERLY-RETURN-LINE.
           MOVE "SOCIAL-INSURANCE WAGES" TO WS-RF-LABEL.
           MOVE WS-TOTAL-QTR-WAGES TO WS-RF-AMOUNT.
           PERFORM 4200-WRITE-FIGURE-LINE.
           MOVE "EMPLOYER SOCIAL-INSURANCE TAX" TO WS-RF-LABEL.
           MOVE WS-TOTAL-SI-TAX TO WS-RF-AMOUNT.
           PERFORM 4200-WRITE-FIGURE-LINE.

           MOVE "UNEMPLOYMENT RATE" TO WS-RL-LABEL.
           MOVE WS-UI-RATE TO WS-RL-RATE.
           MOVE WS-RATE-LINE TO QUARTERLY-RETURN-LINE.
           WRITE QUARTERLY-RETURN-LINE.
           MOVE "UNEMPLOYMENT WAGE BASE PER EMPLOYEE" TO WS-RF-LABEL.
           MOVE WS-UI-WAGE-BASE TO WS-RF-AMOUNT.
           PERFORM 4200-WRITE-FIGURE-LINE.
           MOVE "WAGES OVER THE UNEMPLOYMENT BASE" TO WS-RF-LABEL.
           MOVE WS-TOTAL-UI-EXCESS TO WS-RF-AMOUNT.
           PERFORM 4200-WRITE-FIGURE-LINE.
           MOVE "UNEMPLOYMENT TAXABLE WAGES" TO WS-RF-LABEL.
           MOVE WS-TOTAL-UI-TAXABLE TO WS-RF-AMOUNT.
           PERFORM 4200-WRITE-FIGURE-LINE.
           MOVE "EMPLOYER UNEMPLOYMENT TAX" TO WS-RF-LABEL.
           MOVE WS-TOTAL-UI-TAX TO WS-RF-AMOUNT.
           PERFORM 4200-WRITE-FIGURE-LINE.

           MOVE "TOTAL EMPLOYER TAX" TO WS-RF-LABEL.
           MOVE WS-TOTAL-EMPLOYER-TAX TO WS-RF-AMOUNT.
           PERFORM 4200-WRITE-FIGURE-LINE.
           MOVE "DEPOSIT LIABILITY (WITHHELD + SOCIAL-INS)"
               TO WS-RF-LABEL.
           MOVE WS-TOTAL-LIABILITY TO WS-RF-AMOUNT.
           PERFORM 4200-WRITE-FIGURE-LINE.
           MOVE "TOTAL SCHEDULED DEPOSITS" TO WS-RF-LABEL.
           MOVE WS-TOTAL-DEPOSITS TO WS-RF-AMOUNT.
           PERFORM 4200-WRITE-FIGURE-LINE.
           MOVE "DEPOSITS OVER / (UNDER) LIABILITY" TO WS-RF-LABEL.
           MOVE WS-DEPOSIT-VARIANCE TO WS-RF-AMOUNT.
           IF WS-DEPOSIT-VARIANCE NOT = ZERO
               MOVE "*** BALANCE DUE WITH RETURN ***" TO WS-RF-NOTE
               SET WS-RETURN-HAS-WARNINGS TO TRUE
           END-IF.
           PERFORM 4200-WRITE-FIGURE-LINE.
           MOVE SPACES TO WS-RF-NOTE.
           MOVE "UNEMPLOYMENT TAX DUE WITH RETURN" TO WS-RF-LABEL.
           MOVE WS-TOTAL-UI-TAX TO WS-RF-AMOUNT.
           PERFORM 4200-WRITE-FIGURE-LINE.

           MOVE SPACES TO QUARTERLY-RETURN-LINE.
           STRING "RETURN DUE BY " WS-RETURN-DUE-DATE
                  "   RATES EFFECTIVE " WS-SELECTED-EFF-DATE
               DELIMITED BY SIZE
               INTO QUARTERLY-RETURN-LINE.
           WRITE QUARTERLY-RETURN-LINE.
           IF WS-RETURN-HAS-WARNINGS
               MOVE "*** WARNINGS ON THIS RETURN - CLEAR BEFORE FILING"
                   TO QUARTERLY-RETURN-LINE
               WRITE QUARTERLY-RETURN-LINE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-PRINT-MONTH-LINE.
           COMPUTE WS-ML-MONTH = WS-QTR-START-MM + WS-MONTH-SUB - 1.
           MOVE WS-MONTH-LIABILITY (WS-MONTH-SUB) TO WS-ML-AMOUNT.
           MOVE WS-MONTH-LINE TO QUARTERLY-RETURN-LINE.
           WRITE QUARTERLY-RETURN-LINE.
           ADD 1 TO RH-LINE-COUNT.

       4200-WRITE-FIGURE-LINE.
           MOVE WS-RETURN-FIGURE-LINE TO QUARTERLY-RETURN-LINE.
           WRITE QUARTERLY-RETURN-LINE.
           ADD 1 TO RH-LINE-COUNT.

       8020-WRITE-HEADING-LINES.
           MOVE RH-PAGE-NO        TO WS-HDG-PAGE-NO.
           MOVE WS-RETURN-QUARTER TO WS-HDG-QUARTER.
           MOVE WS-RETURN-YEAR    TO WS-HDG-YEAR.
           MOVE WS-HEADING-LINE-1 TO QUARTERLY-RETURN-LINE.
           WRITE QUARTERLY-RETURN-LINE.
           IF NOT WS-YTDCTL-END-OF-FILE
               MOVE WS-HEADING-LINE-2 TO QUARTERLY-RETURN-LINE
               WRITE QUARTERLY-RETURN-LINE
           ELSE
               IF NOT WS-RUNHIST-END-OF-FILE
                  OR NOT WS-FINALPAY-END-OF-FILE
                   MOVE WS-DEPOSIT-HEADING TO QUARTERLY-RETURN-LINE
                   WRITE QUARTERLY-RETURN-LINE
               END-IF
           END-IF.

       9000-TERMINATE.
           DISPLAY "QTRTAX - END OF JOB SUMMARY".
           DISPLAY "  YTD RECORDS READ     : " WS-YTD-RECORDS-READ.
           DISPLAY "  OTHER TAX YEAR       : " WS-YTD-OTHER-YEAR.
           DISPLAY "  EMPLOYEES PAID       : " WS-EMPLOYEES-PAID.
           DISPLAY "  SNAPSHOTS WRITTEN    : " WS-SNAPSHOTS-WRITTEN.
           DISPLAY "  EMPLOYEE WARNINGS    : " WS-EMPLOYEE-WARNINGS.
           DISPLAY "  RUN HISTORY READ     : " WS-RUNHIST-RECORDS-READ.
           DISPLAY "  SNAPSHOTS FAILED     : " WS-SNAPSHOTS-FAILED.
           DISPLAY "  FINAL CHECKS LISTED  : " WS-FINAL-CHECKS-LISTED.
           DISPLAY "  DEPOSITS LISTED      : " WS-DEPOSITS-LISTED.
           DISPLAY "  DUE DATES PASSED     : " WS-DEPOSITS-PAST-DUE.
           IF WS-SNAPSHOTS-FAILED > ZERO
               DISPLAY "QTRTAX - QTRWAGE SNAPSHOTS NOT SAVED - RERUN "
                   "THE QUARTER BEFORE THE NEXT ONE"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-RETURN-HAS-WARNINGS
                   DISPLAY "QTRTAX - RETURN PRINTED WITH WARNINGS"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE YTD-CONTROL-FILE.
           CLOSE QUARTER-WAGE-FILE.
           CLOSE RUN-TOTAL-HISTORY-FILE.
           CLOSE QUARTERLY-RETURN-FILE.
       9000-EXIT.
           EXIT.

       COPY RPTHDGP.

       END PROGRAM QTRTAX.
